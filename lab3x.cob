      *>     animal of the species exists, SINGLE-SEX otherwise --
      *>     the list the breeding program works from each quarter.
      *>     2026-08-22  TZ  Initial version.
      *>     2026-10-15  TZ  Females on contraception still in
      *>     effect in Lab5c's lab3-rps.dat are counted apart and
      *>     do not make a BREEDING PAIR; a species whose only
      *>     females are on contraception is flagged CONTRACEPTED.

       environment division.
       input-output section.
            select infile assign to "lab3-in.dat"
                organization is line sequential.

            select rpsfile assign to "lab3-rps.dat"
                organization is line sequential
                file status is rps-status.

       Data division.
       File Section.
       Fd infile.
         05    AnimalStatus     Pic X(1).
         05    DispDate         Pic 9(8).

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
        01  eof               pic X value "N".
           88 eof-false       value "Y".
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

        01  Species-Table.
            05  Species-Entry occurs 200 times
                10  Sp-Male      pic 9(5).
                10  Sp-Female    pic 9(5).
                10  Sp-Unknown   pic 9(5).
                10  Sp-Contra    pic 9(5).
        01  Species-Count      pic 9(5) value zero.
        01  ws-species-key     pic X(15).
        01  ws-found           pic X value "N".
        01  ws-swap-male       pic 9(5).
        01  ws-swap-female     pic 9(5).
        01  ws-swap-unknown    pic 9(5).
        01  ws-swap-contra     pic 9(5).
        01  ws-total           pic 9(5) value zero.
        01  ws-flag            pic X(13).
        01  ws-male-format     pic Z(4)9.
        01  ws-female-format   pic Z(4)9.
        01  ws-unknown-format  pic Z(4)9.
        01  ws-contra-format   pic Z(4)9.



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

       300-Tally.
           if AnimalStatus not = "A" and AnimalStatus not = space
              continue
              move zero to Sp-Male(Species-Count)
              move zero to Sp-Female(Species-Count)
              move zero to Sp-Unknown(Species-Count)
              move zero to Sp-Contra(Species-Count)
           end-if
           evaluate Gender
              when "M"
                 add 1 to Sp-Male(ws-found-idx)
              when "F"
                 perform 135-Check-Contraception
                 if ws-contra-yes
                    add 1 to Sp-Contra(ws-found-idx)
                 else
                    add 1 to Sp-Female(ws-found-idx)
                 end-if
              when other
                 add 1 to Sp-Unknown(ws-found-idx)
           end-evaluate.
                    move Sp-Male(Sp-Idx)    to ws-swap-male
                    move Sp-Female(Sp-Idx)  to ws-swap-female
                    move Sp-Unknown(Sp-Idx) to ws-swap-unknown
                    move Sp-Contra(Sp-Idx)  to ws-swap-contra
                    move Sp-Name(Sp-Idx2)    to Sp-Name(Sp-Idx)
                    move Sp-Male(Sp-Idx2)    to Sp-Male(Sp-Idx)
                    move Sp-Female(Sp-Idx2)
                       to Sp-Female(Sp-Idx)
                    move Sp-Unknown(Sp-Idx2)
                       to Sp-Unknown(Sp-Idx)
                    move Sp-Contra(Sp-Idx2)
                       to Sp-Contra(Sp-Idx)
                    move ws-swap-name    to Sp-Name(Sp-Idx2)
                    move ws-swap-male    to Sp-Male(Sp-Idx2)
                    move ws-swap-female  to Sp-Female(Sp-Idx2)
                    move ws-swap-unknown to Sp-Unknown(Sp-Idx2)
                    move ws-swap-contra  to Sp-Contra(Sp-Idx2)
                 end-if
              end-perform
           end-perform.
                   until Sp-Idx > Species-Count
              compute ws-total = Sp-Male(Sp-Idx)
                 + Sp-Female(Sp-Idx) + Sp-Unknown(Sp-Idx)
                 + Sp-Contra(Sp-Idx)
              evaluate true
                 when ws-total = 1
                    move "SINGLE ANIMAL" to ws-flag
                 when Sp-Male(Sp-Idx) > 0
                       and Sp-Female(Sp-Idx) > 0
                    move "BREEDING PAIR" to ws-flag
                 when Sp-Male(Sp-Idx) > 0
                       and Sp-Contra(Sp-Idx) > 0
                    move "CONTRACEPTED"  to ws-flag
                 when other
                    move "SINGLE-SEX"    to ws-flag
              end-evaluate
              move Sp-Male(Sp-Idx)    to ws-male-format
              move Sp-Female(Sp-Idx)  to ws-female-format
              move Sp-Unknown(Sp-Idx) to ws-unknown-format
              move Sp-Contra(Sp-Idx)  to ws-contra-format
              display "  " Sp-Name(Sp-Idx)
                 " Male: "    ws-male-format
                 " Female: "  ws-female-format
                 " Unknown: " ws-unknown-format
                 " Contracepted: " ws-contra-format
                 "  " ws-flag
           end-perform.

