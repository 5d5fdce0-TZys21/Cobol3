       Identification Division.
       Program-id.          Lab4x.

      *      Name: Tyler Zysberg. Description: LAB4x.Studbook data
      *>     exchange export: writes the life history of every
      *>     animal we hold or have held, species by species, to
      *>     lab3-stx.dat in the fixed interchange layout the
      *>     regional studbook keepers take -- birth, sex, dam and
      *>     sire from lab3-ped.dat, acquisition, the lab3-led.dat
      *>     movements, the lab3-wgt.dat weights, and disposition.
      *>     The parameter names one species; blank exports them
      *>     all. Lab4y reads the same layout to import the dossier
      *>     of an animal arriving from another institution.
      *>     Interchange layout, one line per record, type in
      *>     columns 1-2, species in 4-18, AnimalName in 20-31:
      *>       SH  species header: extract date 33-40.
      *>       SA  animal: sex 33, birth date 35-42, acquire date
      *>           44-51, status 53, disposition date 55-62, dam
      *>           64-75, sire 77-88.
      *>       SM  movement: date 33-40, from 42-51, to 53-62.
      *>       SW  weight: date 33-40, weight 42-46.
      *>       ST  species trailer: SA/SM/SW lines 33-39, animals
      *>           41-45.
      *>     2026-10-15  TZ  Initial version.

       environment division.
       input-output section.
       file-control.
            select infile assign to "lab3-in.dat"
                organization is line sequential.

            select pedfile assign to "lab3-ped.dat"
                organization is line sequential
                file status is ped-status.

            select ledfile assign to "lab3-led.dat"
                organization is line sequential
                file status is led-status.

            select wgtfile assign to "lab3-wgt.dat"
                organization is line sequential
                file status is wgt-status.

            select stxfile assign to "lab3-stx.dat"
                organization is line sequential.

       Data division.
       File Section.
       Fd infile.
       01    AnimalClass.
         05    AnimalName       Pic X(12).
         05    Gender           Pic X(1).
         05    Species          Pic X(15).
         05    BirthDate        Pic 9(8).
         05    AcquireDate      Pic 9(8).
         05    Weight           Pic 9(5).
         05    AnimalStatus     Pic X(1).
         05    DispDate         Pic 9(8).

       Fd pedfile.
       01    Ped-Record.
         05    Ped-Offspring    Pic X(12).
         05    Filler           Pic X(1).
         05    Ped-Dam          Pic X(12).
         05    Filler           Pic X(1).
         05    Ped-Sire         Pic X(12).
         05    Filler           Pic X(1).
         05    Ped-BirthDate    Pic 9(8).

       Fd ledfile.
       01    Led-Record.
         05    Led-Run-Date     Pic X(8).
         05    Filler           Pic X(1).
         05    Led-Run-Time     Pic X(8).
         05    Filler           Pic X(1).
         05    Led-AnimalName   Pic X(12).
         05    Filler           Pic X(1).
         05    Led-From         Pic X(10).
         05    Filler           Pic X(1).
         05    Led-To           Pic X(10).

       Fd wgtfile.
       01    Wgt-Record.
         05    Wgt-Date         Pic 9(8).
         05    Filler           Pic X(1).
         05    Wgt-AnimalName   Pic X(12).
         05    Filler           Pic X(1).
         05    Wgt-Weight       Pic 9(5).
         05    Filler           Pic X(1).
         05    Wgt-Operator     Pic X(8).

       Fd stxfile.
       01    Stx-Line           Pic X(100).

       Working-storage section.
        01  ped-status        pic X(2).
        01  led-status        pic X(2).
        01  wgt-status        pic X(2).
        01  eof               pic X value "N".
           88 eof-false       value "Y".
        01  ped-eof           pic X value "N".
           88 ped-eof-false   value "Y".
        01  led-eof           pic X value "N".
           88 led-eof-false   value "Y".
        01  wgt-eof           pic X value "N".
           88 wgt-eof-false   value "Y".
        01  parm-species      pic X(15).
        01  ws-run-date       pic 9(8) value zero.

        01  Animal-Table.
            05  Animal-Entry occurs 1000 times
                   indexed by An-Idx.
                10  An-Name      pic X(12).
                10  An-Gender    pic X(1).
                10  An-Species   pic X(15).
                10  An-Birth     pic 9(8).
                10  An-Acquire   pic 9(8).
                10  An-Status    pic X(1).
                10  An-Disp      pic 9(8).
        01  Animal-Count       pic 9(5) value zero.

        01  Species-Table.
            05  Species-Entry occurs 200 times
                   indexed by Sp-Idx.
                10  Sp-Name      pic X(15).
        01  Species-Count      pic 9(5) value zero.

        01  Parent-Table.
            05  Parent-Entry occurs 2000 times
                   indexed by Pa-Idx.
                10  Pa-Offspring pic X(12).
                10  Pa-Dam       pic X(12).
                10  Pa-Sire      pic X(12).
        01  Parent-Count       pic 9(5) value zero.

        01  Move-Table.
            05  Move-Entry occurs 5000 times
                   indexed by Mv-Idx.
                10  Mv-Name      pic X(12).
                10  Mv-Date      pic X(8).
                10  Mv-From      pic X(10).
                10  Mv-To        pic X(10).
        01  Move-Count         pic 9(5) value zero.

        01  Weight-Table.
            05  Weight-Entry occurs 5000 times
                   indexed by Wt-Idx.
                10  Wt-Name      pic X(12).
                10  Wt-Date      pic 9(8).
                10  Wt-Weight    pic 9(5).
        01  Weight-Count       pic 9(5) value zero.

        01  ws-found           pic X value "N".
           88 ws-found-yes     value "Y".
        01  ws-species-key     pic X(15).
        01  ws-lines           pic 9(7) value zero.
        01  ws-animals         pic 9(5) value zero.
        01  ws-total-lines     pic 9(7) value zero.
        01  ws-total-animals   pic 9(5) value zero.
        01  ws-count-format    pic Z(6)9.



       Procedure Division.
       000-main.

           Perform 100-initialize
           Perform 110-Load-Animals
           Perform 120-Load-Parents
           Perform 130-Load-Movements
           Perform 140-Load-Weights

           open output stxfile
           perform varying Sp-Idx from 1 by 1
                   until Sp-Idx > Species-Count
              perform 500-Export-Species
           end-perform
           close stxfile

           if Species-Count = zero
              display "No animals of species " parm-species
                 " on the master"
              move 4 to return-code
           end-if
           move Species-Count to ws-count-format
           display "Species exported:  " ws-count-format
           move ws-total-animals to ws-count-format
           display "Animals exported:  " ws-count-format
           move ws-total-lines to ws-count-format
           display "Detail lines:      " ws-count-format

           stop run.

       100-initialize.
           accept ws-run-date from date yyyymmdd
           accept parm-species from command-line
           move function upper-case(
              function trim(parm-species)) to parm-species.

      *>   Departed animals are exported too: their disposition is
      *>   part of the life history the studbook asks for.
       110-Load-Animals.
           open input infile
           perform until eof-false
              read infile
                 at end
                    set eof-false to true
                 not at end
                    move function upper-case(
                       function trim(Species)) to ws-species-key
                    if parm-species = spaces
                          or ws-species-key = parm-species
                       perform 115-Load-Animal
                    end-if
              end-read
           end-perform
           close infile.

       115-Load-Animal.
           if Animal-Count >= 1000
              display "ANIMAL TABLE FULL: more than 1000 "
                 "records in lab3-in.dat"
              move 12 to return-code
              stop run
           end-if
           add 1 to Animal-Count
           move AnimalName     to An-Name(Animal-Count)
           move Gender         to An-Gender(Animal-Count)
           move ws-species-key to An-Species(Animal-Count)
           move BirthDate      to An-Birth(Animal-Count)
           move AcquireDate    to An-Acquire(Animal-Count)
           move AnimalStatus   to An-Status(Animal-Count)
           move DispDate       to An-Disp(Animal-Count)
           move "N" to ws-found
           perform varying Sp-Idx from 1 by 1
                   until Sp-Idx > Species-Count or ws-found-yes
              if Sp-Name(Sp-Idx) = ws-species-key
                 move "Y" to ws-found
              end-if
           end-perform
           if not ws-found-yes
              if Species-Count >= 200
                 display "SPECIES TABLE FULL: more than 200 "
                    "distinct species in lab3-in.dat"
                 move 12 to return-code
                 stop run
              end-if
              add 1 to Species-Count
              move ws-species-key to Sp-Name(Species-Count)
           end-if.

       120-Load-Parents.
           open input pedfile
           if ped-status = "00"
              perform until ped-eof-false
                 read pedfile
                    at end
                       set ped-eof-false to true
                    not at end
                       if Parent-Count >= 2000
                          display "PEDIGREE TABLE FULL: more than "
                             "2000 rows in lab3-ped.dat"
                          move 12 to return-code
                          stop run
                       end-if
                       add 1 to Parent-Count
                       move Ped-Offspring
                          to Pa-Offspring(Parent-Count)
                       move Ped-Dam  to Pa-Dam(Parent-Count)
                       move Ped-Sire to Pa-Sire(Parent-Count)
                 end-read
              end-perform
              close pedfile
           end-if.

       130-Load-Movements.
           open input ledfile
           if led-status = "00"
              perform until led-eof-false
                 read ledfile
                    at end
                       set led-eof-false to true
                    not at end
                       if Move-Count >= 5000
                          display "MOVEMENT TABLE FULL: more than "
                             "5000 rows in lab3-led.dat"
                          move 12 to return-code
                          stop run
                       end-if
                       add 1 to Move-Count
                       move Led-AnimalName to Mv-Name(Move-Count)
                       move Led-Run-Date   to Mv-Date(Move-Count)
                       move Led-From       to Mv-From(Move-Count)
                       move Led-To         to Mv-To(Move-Count)
                 end-read
              end-perform
              close ledfile
           end-if.

       140-Load-Weights.
           open input wgtfile
           if wgt-status = "00"
              perform until wgt-eof-false
                 read wgtfile
                    at end
                       set wgt-eof-false to true
                    not at end
                       if Weight-Count >= 5000
                          display "WEIGHT TABLE FULL: more than "
                             "5000 rows in lab3-wgt.dat"
                          move 12 to return-code
                          stop run
                       end-if
                       add 1 to Weight-Count
                       move Wgt-AnimalName to Wt-Name(Weight-Count)
                       move Wgt-Date       to Wt-Date(Weight-Count)
                       move Wgt-Weight     to Wt-Weight(Weight-Count)
                 end-read
              end-perform
              close wgtfile
           end-if.

       500-Export-Species.
           move zero to ws-lines
           move zero to ws-animals
           move spaces to Stx-Line
           move "SH" to Stx-Line(1:2)
           move Sp-Name(Sp-Idx) to Stx-Line(4:15)
           move ws-run-date to Stx-Line(33:8)
           write Stx-Line
           perform varying An-Idx from 1 by 1
                   until An-Idx > Animal-Count
              if An-Species(An-Idx) = Sp-Name(Sp-Idx)
                 perform 510-Export-Animal
              end-if
           end-perform
           move spaces to Stx-Line
           move "ST" to Stx-Line(1:2)
           move Sp-Name(Sp-Idx) to Stx-Line(4:15)
           move ws-lines   to Stx-Line(33:7)
           move ws-animals to Stx-Line(41:5)
           write Stx-Line
           add ws-lines   to ws-total-lines
           add ws-animals to ws-total-animals.

       510-Export-Animal.
           add 1 to ws-animals
           move spaces to Stx-Line
           move "SA" to Stx-Line(1:2)
           move An-Species(An-Idx) to Stx-Line(4:15)
           move An-Name(An-Idx)    to Stx-Line(20:12)
           move An-Gender(An-Idx)  to Stx-Line(33:1)
           move An-Birth(An-Idx)   to Stx-Line(35:8)
           move An-Acquire(An-Idx) to Stx-Line(44:8)
           move An-Status(An-Idx)  to Stx-Line(53:1)
           move An-Disp(An-Idx)    to Stx-Line(55:8)
           perform varying Pa-Idx from 1 by 1
                   until Pa-Idx > Parent-Count
              if Pa-Offspring(Pa-Idx) = An-Name(An-Idx)
                 move Pa-Dam(Pa-Idx)  to Stx-Line(64:12)
                 move Pa-Sire(Pa-Idx) to Stx-Line(77:12)
              end-if
           end-perform
           write Stx-Line
           add 1 to ws-lines
           perform varying Mv-Idx from 1 by 1
                   until Mv-Idx > Move-Count
              if Mv-Name(Mv-Idx) = An-Name(An-Idx)
                 move spaces to Stx-Line
                 move "SM" to Stx-Line(1:2)
                 move An-Species(An-Idx) to Stx-Line(4:15)
                 move An-Name(An-Idx)    to Stx-Line(20:12)
                 move Mv-Date(Mv-Idx)    to Stx-Line(33:8)
                 move Mv-From(Mv-Idx)    to Stx-Line(42:10)
                 move Mv-To(Mv-Idx)      to Stx-Line(53:10)
                 write Stx-Line
                 add 1 to ws-lines
              end-if
           end-perform
           perform varying Wt-Idx from 1 by 1
                   until Wt-Idx > Weight-Count
              if Wt-Name(Wt-Idx) = An-Name(An-Idx)
                 move spaces to Stx-Line
                 move "SW" to Stx-Line(1:2)
                 move An-Species(An-Idx) to Stx-Line(4:15)
                 move An-Name(An-Idx)    to Stx-Line(20:12)
                 move Wt-Date(Wt-Idx)    to Stx-Line(33:8)
                 move Wt-Weight(Wt-Idx)  to Stx-Line(42:5)
                 write Stx-Line
                 add 1 to ws-lines
              end-if
           end-perform.
