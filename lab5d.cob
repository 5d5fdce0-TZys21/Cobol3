       Identification Division.
       Program-id.          Lab5d.

      *      Name: Tyler Zysberg. Description: LAB5d.Egg clutch and
      *>     incubation ledger for the birds and reptiles: keeps one
      *>     row per clutch in lab3-clu.dat -- clutch ID, dam, sire,
      *>     species, lay date, eggs laid, incubator, expected hatch
      *>     date (lay date plus the species incubation period in
      *>     lab3-inp.dat), eggs candled out, eggs hatched and the
      *>     open/closed status. Entries keyed into lab3-clt.dat by
      *>     a keeper or supervisor are L clutch laid (dam, sire,
      *>     eggs, incubator), C candling (eggs found infertile or
      *>     dead), H hatch (one hatchling: name, sex, weight) and
      *>     X clutch closed, remaining eggs written off. Every
      *>     hatch appends the Lab3j B birth transaction to
      *>     lab3-trn.dat with the dam, sire and hatch date, so a
      *>     hatchling is keyed once. A clutch closes by itself when
      *>     its last egg is candled out or hatched. Entries that
      *>     cannot post go to lab3-cle.dat with a reason. Every run
      *>     prints the incubation report: eggs due to hatch within
      *>     7 days and clutches overdue. Return code 4 when anything
      *>     is rejected or overdue.
      *>     2026-10-15  TZ  Initial version.
      *>     2026-10-15  TZ  A run's birth transactions go to
      *>     lab3-trn.dat as one Lab3j batch, H header first and
      *>     T trailer with the record and per-action counts last.

       environment division.
       input-output section.
       file-control.
            select infile assign to "lab3-in.dat"
                organization is line sequential.

            select inpfile assign to "lab3-inp.dat"
                organization is line sequential
                file status is inp-status.

            select clufile assign to "lab3-clu.dat"
                organization is line sequential
                file status is clu-stat.

            select cltfile assign to "lab3-clt.dat"
                organization is line sequential
                file status is clt-status.

            select clefile assign to "lab3-cle.dat"
                organization is line sequential
                file status is cle-status.

            select trnfile assign to "lab3-trn.dat"
                organization is line sequential
                file status is trn-stat.

            select oprfile assign to "lab3-opr.dat"
                organization is line sequential
                file status is opr-status.

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

       Fd inpfile.
       01    Inp-Record.
         05    Inp-Species      Pic X(15).
         05    Inp-Days         Pic 9(3).

       Fd clufile.
       01    Clu-Record.
         05    Clu-Clutch       Pic X(10).
         05    Filler           Pic X(1) value space.
         05    Clu-Dam          Pic X(12).
         05    Filler           Pic X(1) value space.
         05    Clu-Sire         Pic X(12).
         05    Filler           Pic X(1) value space.
         05    Clu-Species      Pic X(15).
         05    Filler           Pic X(1) value space.
         05    Clu-LayDate      Pic 9(8).
         05    Filler           Pic X(1) value space.
         05    Clu-Eggs         Pic 9(3).
         05    Filler           Pic X(1) value space.
         05    Clu-Incubator    Pic X(10).
         05    Filler           Pic X(1) value space.
         05    Clu-Expected     Pic 9(8).
         05    Filler           Pic X(1) value space.
         05    Clu-Candled      Pic 9(3).
         05    Filler           Pic X(1) value space.
         05    Clu-Hatched      Pic 9(3).
         05    Filler           Pic X(1) value space.
         05    Clu-Status       Pic X(1).
         05    Filler           Pic X(1) value space.
         05    Clu-Operator     Pic X(8).

       Fd cltfile.
       01    Clt-Record.
         05    Clt-Action       Pic X(1).
         05    Clt-Clutch       Pic X(10).
         05    Clt-Date         Pic 9(8).
         05    Clt-Dam          Pic X(12).
         05    Clt-Sire         Pic X(12).
         05    Clt-Eggs         Pic 9(3).
         05    Clt-Incubator    Pic X(10).
         05    Clt-Hatch-Name   Pic X(12).
         05    Clt-Hatch-Sex    Pic X(1).
         05    Clt-Hatch-Weight Pic 9(5).
         05    Clt-Operator     Pic X(8).

       Fd clefile.
       01    Cle-Record.
         05    Cle-Reason       Pic X(25).
         05    Filler           Pic X(1) value space.
         05    Cle-Entry        Pic X(82).

       Fd trnfile.
       01    Trn-Record.
         05    Trn-Action       Pic X(1).
         05    Trn-AnimalName   Pic X(12).
         05    Trn-Gender       Pic X(1).
         05    Trn-Species      Pic X(15).
         05    Trn-BirthDate    Pic 9(8).
         05    Trn-AcquireDate  Pic 9(8).
         05    Trn-Weight       Pic 9(5).
         05    Trn-Status       Pic X(1).
         05    Trn-DispDate     Pic 9(8).
         05    Trn-Operator     Pic X(8).
         05    Trn-Dam          Pic X(12).
         05    Trn-Sire         Pic X(12).
       01    Bth-Record.
         05    Bth-Type         Pic X(1).
         05    Bth-Batch        Pic X(10).
         05    Bth-Operator     Pic X(8).
         05    Bth-Date         Pic 9(8).
       01    Btt-Record.
         05    Btt-Type         Pic X(1).
         05    Btt-Batch        Pic X(10).
         05    Btt-Count        Pic 9(5).
         05    Btt-Adds         Pic 9(5).
         05    Btt-Changes      Pic 9(5).
         05    Btt-Deletes      Pic 9(5).
         05    Btt-Weighs       Pic 9(5).
         05    Btt-Births       Pic 9(5).
         05    Btt-Clears       Pic 9(5).

       Fd oprfile.
       01    Opr-Record.
         05    Opr-Id           Pic X(8).
         05    Opr-Role         Pic X(1).
         05    Opr-Name         Pic X(20).

       Working-storage section.
        01  inp-status        pic X(2).
        01  clu-stat          pic X(2).
        01  clt-status        pic X(2).
        01  cle-status        pic X(2).
        01  trn-stat          pic X(2).
        01  opr-status        pic X(2).
        01  eof               pic X value "N".
           88 eof-false       value "Y".
        01  inp-eof           pic X value "N".
           88 inp-eof-false   value "Y".
        01  clu-eof           pic X value "N".
           88 clu-eof-false   value "Y".
        01  clt-eof           pic X value "N".
           88 clt-eof-false   value "Y".
        01  opr-eof           pic X value "N".
           88 opr-eof-false   value "Y".
        01  ws-today          pic 9(8) value zero.
        01  ws-horizon        pic 9(8) value zero.

        01  Operator-Table.
            05  Operator-Entry occurs 50 times
                   indexed by Opr-Idx.
                10  Op-Id        pic X(8).
                10  Op-Role      pic X(1).
        01  Operator-Count     pic 9(3) value zero.
        01  ws-opr-key         pic X(8).
        01  ws-opr-found       pic X value "N".
           88 ws-opr-found-yes value "Y".
        01  ws-opr-role        pic X(1) value space.

      *>   Every master record, departed included: a hatchling
      *>   name must be new to the master, as Lab3j requires.
        01  Animal-Table.
            05  Animal-Entry occurs 1000 times
                   indexed by An-Idx.
                10  An-Name      pic X(12).
                10  An-Gender    pic X(1).
                10  An-Species   pic X(15).
                10  An-Status    pic X(1).
        01  Animal-Count       pic 9(5) value zero.

        01  Period-Table.
            05  Period-Entry occurs 200 times
                   indexed by Pr-Idx.
                10  Pr-Species   pic X(15).
                10  Pr-Days      pic 9(3).
        01  Period-Count       pic 9(3) value zero.

        01  Clutch-Table.
            05  Clutch-Entry occurs 500 times
                   indexed by Cl-Idx.
                10  Cl-Clutch     pic X(10).
                10  Cl-Dam        pic X(12).
                10  Cl-Sire       pic X(12).
                10  Cl-Species    pic X(15).
                10  Cl-LayDate    pic 9(8).
                10  Cl-Eggs       pic 9(3).
                10  Cl-Incubator  pic X(10).
                10  Cl-Expected   pic 9(8).
                10  Cl-Candled    pic 9(3).
                10  Cl-Hatched    pic 9(3).
                10  Cl-Status     pic X(1).
                10  Cl-Operator   pic X(8).
        01  Clutch-Count       pic 9(3) value zero.

      *>   Hatchling names already sent to Lab3j in this run.
        01  Hatch-Table.
            05  Hh-Name pic X(12) occurs 500 times
                   indexed by Hh-Idx.
        01  Hatch-Count        pic 9(3) value zero.

        01  ws-name-key        pic X(12).
        01  ws-species-key     pic X(15).
        01  ws-clutch-key      pic X(10).
        01  ws-animal-found    pic X value "N".
           88 ws-animal-found-yes value "Y".
        01  ws-animal-idx      pic 9(5) value zero.
        01  ws-clutch-found    pic X value "N".
           88 ws-clutch-found-yes value "Y".
        01  ws-clutch-idx      pic 9(3) value zero.
        01  ws-period-found    pic X value "N".
           88 ws-period-found-yes value "Y".
        01  ws-period-idx      pic 9(3) value zero.
        01  ws-name-used       pic X value "N".
           88 ws-name-used-yes value "Y".
        01  ws-dam-idx         pic 9(5) value zero.
        01  ws-remaining       pic 9(3) value zero.
        01  ws-reject-reason   pic X(25).

        01  clutches-laid      pic 9(5) value zero.
        01  candlings-posted   pic 9(5) value zero.
        01  hatches-posted     pic 9(5) value zero.
        01  clutches-closed    pic 9(5) value zero.
        01  entries-rejected   pic 9(5) value zero.
        01  clutches-due       pic 9(5) value zero.
        01  clutches-overdue   pic 9(5) value zero.
        01  ws-count-format    pic Z(4)9.
        01  ws-eggs-format     pic ZZ9.

      *>   One Lab3j batch per run: ID is the writer's letter, the
      *>   day of the year and the time the batch was opened.
        01  ws-batch-id        pic X(10) value spaces.
        01  ws-batch-day       pic 9(7) value zero.
        01  ws-batch-time      pic 9(8) value zero.
        01  ws-batch-open      pic X value "N".
           88 ws-batch-open-yes value "Y".
        01  batch-records      pic 9(5) value zero.
        01  batch-adds         pic 9(5) value zero.
        01  batch-changes      pic 9(5) value zero.
        01  batch-deletes      pic 9(5) value zero.
        01  batch-weighs       pic 9(5) value zero.
        01  batch-births       pic 9(5) value zero.
        01  batch-clears       pic 9(5) value zero.



       Procedure Division.
       000-main.

           Perform 100-initialize
           Perform 102-Load-Operators
           Perform 110-Load-Animals
           Perform 120-Load-Periods
           Perform 130-Load-Clutches

           perform 300-Post-Entries

           perform 700-Rewrite-Clutches

           move clutches-laid to ws-count-format
           display "Clutches laid:           " ws-count-format
           move candlings-posted to ws-count-format
           display "Candlings posted:        " ws-count-format
           move hatches-posted to ws-count-format
           display "Hatches registered:      " ws-count-format
           move clutches-closed to ws-count-format
           display "Clutches closed:         " ws-count-format
           move entries-rejected to ws-count-format
           display "Entries rejected:        " ws-count-format

           perform 600-Incubation-Report

           perform 999-finalize

           stop run.

       100-initialize.
           accept ws-today from date yyyymmdd
           compute ws-horizon = function date-of-integer(
              function integer-of-date(ws-today) + 7)
           open extend clefile
           if cle-status = "35"
              open output clefile
           end-if
           open extend trnfile
           if trn-stat = "35"
              open output trnfile
           end-if.

       102-Load-Operators.
           open input oprfile
           if opr-status not = "00"
              display "OPERATOR REFERENCE FILE lab3-opr.dat "
                 "MISSING (status " opr-status ")"
              move 12 to return-code
              stop run
           end-if
           perform until opr-eof-false
              read oprfile
                 at end
                    set opr-eof-false to true
                 not at end
                    if Operator-Count >= 50
                       display "OPERATOR TABLE FULL: more than "
                          "50 operators in lab3-opr.dat"
                       move 12 to return-code
                       stop run
                    end-if
                    add 1 to Operator-Count
                    move function upper-case(
                       function trim(Opr-Id))
                       to Op-Id(Operator-Count)
                    move function upper-case(Opr-Role)
                       to Op-Role(Operator-Count)
              end-read
           end-perform
           close oprfile.

       103-Find-Operator.
           move "N" to ws-opr-found
           move space to ws-opr-role
           perform varying Opr-Idx from 1 by 1
                   until Opr-Idx > Operator-Count
                      or ws-opr-found-yes
              if Op-Id(Opr-Idx) = ws-opr-key
                 move Op-Role(Opr-Idx) to ws-opr-role
                 move "Y" to ws-opr-found
              end-if
           end-perform.

       110-Load-Animals.
           open input infile
           perform until eof-false
              read infile
                 at end
                    set eof-false to true
                 not at end
                    if Animal-Count >= 1000
                       display "ANIMAL TABLE FULL: more than "
                          "1000 records in lab3-in.dat"
                       move 12 to return-code
                       stop run
                    end-if
                    add 1 to Animal-Count
                    move AnimalName   to An-Name(Animal-Count)
                    move Gender       to An-Gender(Animal-Count)
                    move Species      to An-Species(Animal-Count)
                    move AnimalStatus to An-Status(Animal-Count)
              end-read
           end-perform
           close infile.

       120-Load-Periods.
           open input inpfile
           if inp-status not = "00"
              display "INCUBATION FILE lab3-inp.dat MISSING "
                 "(status " inp-status ")"
              move 12 to return-code
              stop run
           end-if
           perform until inp-eof-false
              read inpfile
                 at end
                    set inp-eof-false to true
                 not at end
                    if Period-Count >= 200
                       display "INCUBATION TABLE FULL: more than "
                          "200 species in lab3-inp.dat"
                       move 12 to return-code
                       stop run
                    end-if
                    add 1 to Period-Count
                    move function upper-case(
                       function trim(Inp-Species))
                       to Pr-Species(Period-Count)
                    if Inp-Days is numeric
                       move Inp-Days to Pr-Days(Period-Count)
                    else
                       move zero to Pr-Days(Period-Count)
                    end-if
              end-read
           end-perform
           close inpfile.

       130-Load-Clutches.
           open input clufile
           if clu-stat = "00"
              perform until clu-eof-false
                 read clufile
                    at end
                       set clu-eof-false to true
                    not at end
                       if Clutch-Count >= 500
                          display "CLUTCH TABLE FULL: more than "
                             "500 clutches in lab3-clu.dat"
                          move 12 to return-code
                          stop run
                       end-if
                       add 1 to Clutch-Count
                       move Clu-Clutch   to Cl-Clutch(Clutch-Count)
                       move Clu-Dam      to Cl-Dam(Clutch-Count)
                       move Clu-Sire     to Cl-Sire(Clutch-Count)
                       move Clu-Species  to Cl-Species(Clutch-Count)
                       move Clu-LayDate  to Cl-LayDate(Clutch-Count)
                       move Clu-Eggs     to Cl-Eggs(Clutch-Count)
                       move Clu-Incubator
                          to Cl-Incubator(Clutch-Count)
                       move Clu-Expected
                          to Cl-Expected(Clutch-Count)
                       move Clu-Candled  to Cl-Candled(Clutch-Count)
                       move Clu-Hatched  to Cl-Hatched(Clutch-Count)
                       move Clu-Status   to Cl-Status(Clutch-Count)
                       move Clu-Operator
                          to Cl-Operator(Clutch-Count)
                 end-read
              end-perform
              close clufile
           end-if.

       200-Find-Animal.
           move "N" to ws-animal-found
           move zero to ws-animal-idx
           perform varying An-Idx from 1 by 1
                   until An-Idx > Animal-Count
                      or ws-animal-found-yes
              if An-Name(An-Idx) = ws-name-key
                 set ws-animal-idx to An-Idx
                 move "Y" to ws-animal-found
              end-if
           end-perform.

       210-Find-Clutch.
           move "N" to ws-clutch-found
           move zero to ws-clutch-idx
           perform varying Cl-Idx from 1 by 1
                   until Cl-Idx > Clutch-Count
                      or ws-clutch-found-yes
              if Cl-Clutch(Cl-Idx) = ws-clutch-key
                 set ws-clutch-idx to Cl-Idx
                 move "Y" to ws-clutch-found
              end-if
           end-perform.

       220-Find-Period.
           move "N" to ws-period-found
           move zero to ws-period-idx
           perform varying Pr-Idx from 1 by 1
                   until Pr-Idx > Period-Count
                      or ws-period-found-yes
              if Pr-Species(Pr-Idx) = ws-species-key
                 set ws-period-idx to Pr-Idx
                 move "Y" to ws-period-found
              end-if
           end-perform.

       300-Post-Entries.
           open input cltfile
           if clt-status = "00"
              perform until clt-eof-false
                 read cltfile
                    at end
                       set clt-eof-false to true
                    not at end
                       perform 310-Post-Entry
                 end-read
              end-perform
              close cltfile
           end-if.

       310-Post-Entry.
           move function upper-case(
              function trim(Clt-Operator)) to ws-opr-key
           perform 103-Find-Operator
           move function upper-case(
              function trim(Clt-Clutch)) to ws-clutch-key
           perform 210-Find-Clutch
           if ws-clutch-found-yes
              compute ws-remaining = Cl-Eggs(ws-clutch-idx)
                 - Cl-Candled(ws-clutch-idx)
                 - Cl-Hatched(ws-clutch-idx)
           end-if
           evaluate true
              when Clt-Action not = "L" and Clt-Action not = "C"
                    and Clt-Action not = "H"
                    and Clt-Action not = "X"
                 move "UNKNOWN ACTION CODE" to ws-reject-reason
                 perform 800-Reject-Entry
              when not ws-opr-found-yes
                    or (ws-opr-role not = "K"
                        and ws-opr-role not = "S")
                 move "OPERATOR NOT AUTHORIZED" to ws-reject-reason
                 perform 800-Reject-Entry
              when ws-clutch-key = spaces
                 move "CLUTCH ID MISSING" to ws-reject-reason
                 perform 800-Reject-Entry
              when Clt-Date is not numeric or Clt-Date = zero
                    or Clt-Date > ws-today
                 move "BAD DATE" to ws-reject-reason
                 perform 800-Reject-Entry
              when Clt-Action = "L"
                 perform 320-Post-Lay
              when not ws-clutch-found-yes
                 move "CLUTCH NOT ON FILE" to ws-reject-reason
                 perform 800-Reject-Entry
              when Cl-Status(ws-clutch-idx) = "C"
                 move "CLUTCH ALREADY CLOSED" to ws-reject-reason
                 perform 800-Reject-Entry
              when Clt-Date < Cl-LayDate(ws-clutch-idx)
                 move "DATE BEFORE LAY DATE" to ws-reject-reason
                 perform 800-Reject-Entry
              when Clt-Action = "C"
                 perform 330-Post-Candling
              when Clt-Action = "H"
                 perform 340-Post-Hatch
              when other
                 move "C" to Cl-Status(ws-clutch-idx)
                 move ws-opr-key to Cl-Operator(ws-clutch-idx)
                 add 1 to clutches-closed
           end-evaluate.

      *>   Both parents must be active on the master: the hatch
      *>   becomes a Lab3j birth, which rejects a parent it cannot
      *>   find. The species is the dam's.
       320-Post-Lay.
           move Clt-Dam to ws-name-key
           perform 200-Find-Animal
           move ws-animal-idx to ws-dam-idx
           evaluate true
              when ws-clutch-found-yes
                 move "CLUTCH ALREADY ON FILE" to ws-reject-reason
                 perform 800-Reject-Entry
              when not ws-animal-found-yes
                    or (An-Status(ws-dam-idx) not = "A"
                        and An-Status(ws-dam-idx) not = space
                        and An-Status(ws-dam-idx) not = "Q")
                 move "DAM NOT ACTIVE" to ws-reject-reason
                 perform 800-Reject-Entry
              when An-Gender(ws-dam-idx) not = "F"
                 move "DAM NOT A FEMALE" to ws-reject-reason
                 perform 800-Reject-Entry
              when other
                 perform 325-Post-Lay-Sire
           end-evaluate.

       325-Post-Lay-Sire.
           move Clt-Sire to ws-name-key
           perform 200-Find-Animal
           move function upper-case(
              function trim(An-Species(ws-dam-idx)))
              to ws-species-key
           perform 220-Find-Period
           evaluate true
              when not ws-animal-found-yes
                    or (An-Status(ws-animal-idx) not = "A"
                        and An-Status(ws-animal-idx) not = space
                        and An-Status(ws-animal-idx) not = "Q")
                 move "SIRE NOT ACTIVE" to ws-reject-reason
                 perform 800-Reject-Entry
              when An-Gender(ws-animal-idx) not = "M"
                 move "SIRE NOT A MALE" to ws-reject-reason
                 perform 800-Reject-Entry
              when not ws-period-found-yes
                    or Pr-Days(ws-period-idx) = zero
                 move "NO INCUBATION PERIOD" to ws-reject-reason
                 perform 800-Reject-Entry
              when Clt-Eggs is not numeric or Clt-Eggs = zero
                 move "BAD EGG COUNT" to ws-reject-reason
                 perform 800-Reject-Entry
              when other
                 if Clutch-Count >= 500
                    display "CLUTCH TABLE FULL: cannot add "
                       ws-clutch-key
                    move 12 to return-code
                    stop run
                 end-if
                 add 1 to Clutch-Count
                 move Clutch-Count to ws-clutch-idx
                 move ws-clutch-key to Cl-Clutch(ws-clutch-idx)
                 move Clt-Dam       to Cl-Dam(ws-clutch-idx)
                 move Clt-Sire      to Cl-Sire(ws-clutch-idx)
                 move An-Species(ws-dam-idx)
                    to Cl-Species(ws-clutch-idx)
                 move Clt-Date      to Cl-LayDate(ws-clutch-idx)
                 move Clt-Eggs      to Cl-Eggs(ws-clutch-idx)
                 move function upper-case(Clt-Incubator)
                    to Cl-Incubator(ws-clutch-idx)
                 compute Cl-Expected(ws-clutch-idx) =
                    function date-of-integer(
                       function integer-of-date(Clt-Date)
                       + Pr-Days(ws-period-idx))
                 move zero to Cl-Candled(ws-clutch-idx)
                 move zero to Cl-Hatched(ws-clutch-idx)
                 move "O"  to Cl-Status(ws-clutch-idx)
                 move ws-opr-key to Cl-Operator(ws-clutch-idx)
                 add 1 to clutches-laid
           end-evaluate.

       330-Post-Candling.
           if Clt-Eggs is not numeric or Clt-Eggs = zero
                 or Clt-Eggs > ws-remaining
              move "BAD EGG COUNT" to ws-reject-reason
              perform 800-Reject-Entry
           else
              add Clt-Eggs to Cl-Candled(ws-clutch-idx)
              move ws-opr-key to Cl-Operator(ws-clutch-idx)
              add 1 to candlings-posted
              subtract Clt-Eggs from ws-remaining
              perform 350-Close-If-Done
           end-if.

       340-Post-Hatch.
           move Clt-Hatch-Name to ws-name-key
           perform 200-Find-Animal
           move "N" to ws-name-used
           perform varying Hh-Idx from 1 by 1
                   until Hh-Idx > Hatch-Count or ws-name-used-yes
              if Hh-Name(Hh-Idx) = ws-name-key
                 move "Y" to ws-name-used
              end-if
           end-perform
           evaluate true
              when ws-remaining = zero
                 move "NO EGGS LEFT IN CLUTCH" to ws-reject-reason
                 perform 800-Reject-Entry
              when ws-name-key = spaces
                 move "HATCHLING NAME MISSING" to ws-reject-reason
                 perform 800-Reject-Entry
              when ws-animal-found-yes
                 move "NAME ALREADY ON MASTER" to ws-reject-reason
                 perform 800-Reject-Entry
              when ws-name-used-yes
                 move "NAME ALREADY HATCHED" to ws-reject-reason
                 perform 800-Reject-Entry
              when Clt-Hatch-Sex not = "M" and Clt-Hatch-Sex not = "F"
                    and Clt-Hatch-Sex not = "U"
                 move "BAD SEX CODE" to ws-reject-reason
                 perform 800-Reject-Entry
              when Clt-Hatch-Weight is not numeric
                 move "BAD WEIGHT" to ws-reject-reason
                 perform 800-Reject-Entry
              when other
                 perform 360-Write-Birth
                 add 1 to Cl-Hatched(ws-clutch-idx)
                 move ws-opr-key to Cl-Operator(ws-clutch-idx)
                 add 1 to hatches-posted
                 subtract 1 from ws-remaining
                 perform 350-Close-If-Done
           end-evaluate.

       350-Close-If-Done.
           if ws-remaining = zero
              move "C" to Cl-Status(ws-clutch-idx)
              add 1 to clutches-closed
           end-if.

       360-Write-Birth.
           if Hatch-Count >= 500
              display "HATCH TABLE FULL: cannot register "
                 ws-name-key
              move 12 to return-code
              stop run
           end-if
           add 1 to Hatch-Count
           move ws-name-key to Hh-Name(Hatch-Count)
           if not ws-batch-open-yes
              perform 370-Open-Batch
           end-if
           move spaces to Trn-Record
           move "B"                 to Trn-Action
           move ws-name-key         to Trn-AnimalName
           move Clt-Hatch-Sex       to Trn-Gender
           move Cl-Species(ws-clutch-idx) to Trn-Species
           move Clt-Date            to Trn-BirthDate
           move Clt-Date            to Trn-AcquireDate
           move Clt-Hatch-Weight    to Trn-Weight
           move zero                to Trn-DispDate
           move ws-opr-key          to Trn-Operator
           move Cl-Dam(ws-clutch-idx)  to Trn-Dam
           move Cl-Sire(ws-clutch-idx) to Trn-Sire
           write Trn-Record
           perform 375-Count-Batch-Record.

       370-Open-Batch.
           accept ws-batch-day  from day yyyyddd
           accept ws-batch-time from time
           move "C"                to ws-batch-id(1:1)
           move ws-batch-day(5:3)  to ws-batch-id(2:3)
           move ws-batch-time(1:6) to ws-batch-id(5:6)
           move spaces to Bth-Record
           move "H"          to Bth-Type
           move ws-batch-id  to Bth-Batch
           move ws-opr-key   to Bth-Operator
           accept Bth-Date from date yyyymmdd
           write Bth-Record
           move "Y" to ws-batch-open.

       375-Count-Batch-Record.
           add 1 to batch-records
           evaluate Trn-Action
              when "A" add 1 to batch-adds
              when "C" add 1 to batch-changes
              when "D" add 1 to batch-deletes
              when "W" add 1 to batch-weighs
              when "B" add 1 to batch-births
              when "Q" add 1 to batch-clears
              when other continue
           end-evaluate.

       380-Close-Batch.
           move spaces to Btt-Record
           move "T"           to Btt-Type
           move ws-batch-id   to Btt-Batch
           move batch-records to Btt-Count
           move batch-adds    to Btt-Adds
           move batch-changes to Btt-Changes
           move batch-deletes to Btt-Deletes
           move batch-weighs  to Btt-Weighs
           move batch-births  to Btt-Births
           move batch-clears  to Btt-Clears
           write Btt-Record
           move "N" to ws-batch-open.

       600-Incubation-Report.
           display " "
           display "Incubation report " ws-today
           display "Eggs due to hatch by " ws-horizon ":"
           perform varying Cl-Idx from 1 by 1
                   until Cl-Idx > Clutch-Count
              if Cl-Status(Cl-Idx) = "O"
                    and Cl-Expected(Cl-Idx) >= ws-today
                    and Cl-Expected(Cl-Idx) <= ws-horizon
                 add 1 to clutches-due
                 perform 610-Show-Clutch
              end-if
           end-perform
           if clutches-due = zero
              display "  None."
           end-if
           display "Clutches overdue:"
           perform varying Cl-Idx from 1 by 1
                   until Cl-Idx > Clutch-Count
              if Cl-Status(Cl-Idx) = "O"
                    and Cl-Expected(Cl-Idx) < ws-today
                 add 1 to clutches-overdue
                 perform 610-Show-Clutch
              end-if
           end-perform
           if clutches-overdue = zero
              display "  None."
           end-if.

       610-Show-Clutch.
           compute ws-remaining = Cl-Eggs(Cl-Idx)
              - Cl-Candled(Cl-Idx) - Cl-Hatched(Cl-Idx)
           move ws-remaining to ws-eggs-format
           display "  " Cl-Clutch(Cl-Idx) " "
              Cl-Species(Cl-Idx) " dam " Cl-Dam(Cl-Idx)
              " " Cl-Incubator(Cl-Idx) " due " Cl-Expected(Cl-Idx)
              " eggs " ws-eggs-format.

       700-Rewrite-Clutches.
           open output clufile
           perform varying Cl-Idx from 1 by 1
                   until Cl-Idx > Clutch-Count
              move spaces to Clu-Record
              move Cl-Clutch(Cl-Idx)    to Clu-Clutch
              move Cl-Dam(Cl-Idx)       to Clu-Dam
              move Cl-Sire(Cl-Idx)      to Clu-Sire
              move Cl-Species(Cl-Idx)   to Clu-Species
              move Cl-LayDate(Cl-Idx)   to Clu-LayDate
              move Cl-Eggs(Cl-Idx)      to Clu-Eggs
              move Cl-Incubator(Cl-Idx) to Clu-Incubator
              move Cl-Expected(Cl-Idx)  to Clu-Expected
              move Cl-Candled(Cl-Idx)   to Clu-Candled
              move Cl-Hatched(Cl-Idx)   to Clu-Hatched
              move Cl-Status(Cl-Idx)    to Clu-Status
              move Cl-Operator(Cl-Idx)  to Clu-Operator
              write Clu-Record
           end-perform
           close clufile.

       800-Reject-Entry.
           move spaces to Cle-Record
           move ws-reject-reason to Cle-Reason
           move Clt-Record       to Cle-Entry
           write Cle-Record
           add 1 to entries-rejected.

       999-finalize.
           close clefile
           if ws-batch-open-yes
              perform 380-Close-Batch
           end-if
           close trnfile
           if return-code = zero
                 and (entries-rejected > zero
                      or clutches-overdue > zero)
              move 4 to return-code
           end-if.
