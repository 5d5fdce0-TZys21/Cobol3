      *>     no pedigree record (acquired, not born here) have no
      *>     known ancestors and raise no warning.
      *>     2026-09-01  TZ  Initial version.
      *>     2026-10-15  TZ  A female on contraception still in
      *>     effect in Lab5c's lab3-rps.dat is not a prospective
      *>     pairing and is skipped.

       environment division.
       input-output section.
                organization is line sequential
                file status is ped-status.

            select rpsfile assign to "lab3-rps.dat"
                organization is line sequential
                file status is rps-status.

       Data division.
       File Section.
       Fd infile.
         05    Filler           Pic X(1).
         05    Ped-BirthDate    Pic X(8).

       Fd rpsfile.
       01    Rps-Record.
         05    Rps-AnimalName   Pic X(12).
         05    Filler           Pic X(1).
         05    Rps-Contra       Pic X(10).
         05    Filler           Pic X(1).
         05    Rps-Applied      Pic 9(8).
         05    Filler           Pic X(1).
         05    Rps-Until        Pic 9(8).

       Working-storage section.
        01  ped-status        pic X(2).
        01  eof               pic X value "N".
           88 eof-false       value "Y".
        01  ped-eof           pic X value "N".
           88 ped-eof-false   value "Y".
        01  rps-status        pic X(2).
        01  rps-eof           pic X value "N".
           88 rps-eof-false   value "Y".
        01  ws-today          pic 9(8) value zero.

      *>   Females whose contraception is still in effect today.
        01  Contra-Table.
            05  Ct-Name pic X(12) occurs 1000 times
                   indexed by Ct-Idx.
        01  Contra-Count       pic 9(5) value zero.
        01  ws-contra          pic X value "N".
           88 ws-contra-yes    value "Y".

        01  Animal-Table.
            05  Animal-Entry occurs 1000 times
                10  An-Name      pic X(12).
                10  An-Gender    pic X(1).
                10  An-Species   pic X(15).
                10  An-Contra    pic X(1).
        01  Animal-Count       pic 9(5) value zero.

        01  Ped-Table.
           stop run.

       100-initialize.
           accept ws-today from date yyyymmdd
           perform 130-Load-Contraception
           open input infile.

      *>   lab3-rps.dat is kept by Lab5c. No file means no female
      *>   is on contraception. A blank effective-until date is
      *>   contraception left in place until removed.
       130-Load-Contraception.
           open input rpsfile
           if rps-status = "00"
              perform until rps-eof-false
                 read rpsfile
                    at end
                       set rps-eof-false to true
                    not at end
                       if Rps-Contra not = spaces
                             and (Rps-Until = zero
                                  or Rps-Until >= ws-today)
                          if Contra-Count >= 1000
                             display "CONTRACEPTION TABLE FULL: "
                                "more than 1000 records in "
                                "lab3-rps.dat"
                             move 12 to return-code
                             stop run
                          end-if
                          add 1 to Contra-Count
                          move Rps-AnimalName
                             to Ct-Name(Contra-Count)
                       end-if
                 end-read
              end-perform
              close rpsfile
           end-if.

       135-Check-Contraception.
           move "N" to ws-contra
           perform varying Ct-Idx from 1 by 1
                   until Ct-Idx > Contra-Count or ws-contra-yes
              if Ct-Name(Ct-Idx) = AnimalName
                 move "Y" to ws-contra
              end-if
           end-perform.

       110-Load-Animals.
           perform until eof-false
              read infile
              move function upper-case(
                 function trim(Species))
                 to An-Species(Animal-Count)
              move "N" to An-Contra(Animal-Count)
              if Gender = "F"
                 perform 135-Check-Contraception
                 if ws-contra-yes
                    move "Y" to An-Contra(Animal-Count)
                 end-if
              end-if
           end-if.

       120-Load-Pedigree.
           perform varying An-Idx2 from 1 by 1
                   until An-Idx2 > Animal-Count
              if An-Gender(An-Idx2) = "F"
                    and An-Contra(An-Idx2) = "N"
                    and An-Species(An-Idx2) = An-Species(An-Idx)
                 perform 320-Check-Pair
              end-if
