       Identification Division.
       Program-id.          Lab4y.

      *      Name: Tyler Zysberg. Description: LAB4y.Arrival dossier
      *>     import: reads the studbook interchange dossier another
      *>     institution sends with an animal (lab3-sti.dat, the
      *>     layout Lab4x writes) and turns it into Lab3j input
      *>     instead of hand-keying it. Each SA line and the SM/SW
      *>     lines after it are one dossier. A dossier that passes
      *>     the edits is appended to lab3-trn.dat as an "A" add
      *>     (arrival date as acquire date, dam and sire carried
      *>     for the pedigree, latest reported weight) followed by
      *>     one "W" weigh-in per reported weight, latest last, so
      *>     the growth history continues in lab3-wgt.dat. Every
      *>     line of the dossier, movements included, is archived
      *>     in lab3-dsh.dat as the imported prior history. A
      *>     failing dossier is written whole to lab3-sie.dat with
      *>     the reason and nothing of it reaches lab3-trn.dat.
      *>     Parameter: operator ID, then the arrival date YYYYMMDD
      *>     (blank = today). The operator must hold the keeper or
      *>     supervisor role in lab3-opr.dat.
      *>     2026-10-15  TZ  Initial version.
      *>     2026-10-15  TZ  A run's transactions go to
      *>     lab3-trn.dat as one Lab3j batch, H header first and
      *>     T trailer with the record and per-action counts last.

       environment division.
       input-output section.
       file-control.
            select stifile assign to "lab3-sti.dat"
                organization is line sequential
                file status is sti-status.

            select infile assign to "lab3-in.dat"
                organization is line sequential.

            select clsfile assign to "lab3-cls.dat"
                organization is line sequential
                file status is cls-status.

            select oprfile assign to "lab3-opr.dat"
                organization is line sequential
                file status is opr-status.

            select trnfile assign to "lab3-trn.dat"
                organization is line sequential
                file status is trn-stat.

            select dshfile assign to "lab3-dsh.dat"
                organization is line sequential
                file status is dsh-status.

            select siefile assign to "lab3-sie.dat"
                organization is line sequential.

       Data division.
       File Section.
       Fd stifile.
       01    Sti-Line           Pic X(100).

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

       Fd clsfile.
       01    Cls-Record.
         05    Cls-Species      Pic X(15).
         05    Cls-Class        Pic X(10).

       Fd oprfile.
       01    Opr-Record.
         05    Opr-Id           Pic X(8).
         05    Opr-Role         Pic X(1).
         05    Opr-Name         Pic X(20).

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

       Fd dshfile.
       01    Dsh-Record.
         05    Dsh-Import-Date  Pic 9(8).
         05    Filler           Pic X(1) value space.
         05    Dsh-Operator     Pic X(8).
         05    Filler           Pic X(1) value space.
         05    Dsh-Line         Pic X(100).

       Fd siefile.
       01    Sie-Record.
         05    Sie-Reason       Pic X(25).
         05    Filler           Pic X(1) value space.
         05    Sie-Line         Pic X(100).

       Working-storage section.
        01  sti-status        pic X(2).
        01  cls-status        pic X(2).
        01  opr-status        pic X(2).
        01  trn-stat          pic X(2).
        01  dsh-status        pic X(2).
        01  eof               pic X value "N".
           88 eof-false       value "Y".
        01  sti-eof           pic X value "N".
           88 sti-eof-false   value "Y".
        01  cls-eof           pic X value "N".
           88 cls-eof-false   value "Y".
        01  opr-eof           pic X value "N".
           88 opr-eof-false   value "Y".

        01  ws-parm           pic X(40).
        01  ws-operator       pic X(8).
        01  ws-arrival-x      pic X(8).
        01  ws-arrival        pic 9(8) value zero.

        01  Operator-Table.
            05  Operator-Entry occurs 50 times
                   indexed by Opr-Idx.
                10  Op-Id         pic X(8).
                10  Op-Role       pic X(1).
        01  Operator-Count     pic 999 value zero.
        01  ws-opr-key         pic X(8).
        01  ws-opr-found       pic X value "N".
           88 ws-opr-found-yes value "Y".
        01  ws-opr-role        pic X(1) value space.

        01  Class-Table.
            05  Class-Entry occurs 60 times indexed by Cls-Idx.
                10  Tbl-Species   pic X(15).
        01  Class-Count       pic 999 value zero.

        01  Name-Table.
            05  Name-Entry occurs 1000 times
                   indexed by Nm-Idx.
                10  Nm-Name       pic X(12).
        01  Name-Count         pic 9(5) value zero.

      *>   The dossier being gathered: its lines in arrival order.
        01  Dossier-Table.
            05  Dossier-Entry occurs 500 times
                   indexed by Ds-Idx.
                10  Ds-Line       pic X(100).
        01  Dossier-Count      pic 9(5) value zero.
        01  ws-latest-idx      pic 9(5) value zero.
        01  ws-latest-date     pic 9(8) value zero.

        01  ws-line            pic X(100).
        01  ws-line-x redefines ws-line.
            05  Sx-Type        pic X(2).
            05  Filler         pic X(1).
            05  Sx-Species     pic X(15).
            05  Filler         pic X(1).
            05  Sx-Name        pic X(12).
            05  Filler         pic X(1).
            05  Sx-Detail      pic X(68).
        01  ws-sa-x redefines ws-line.
            05  Filler         pic X(32).
            05  Sa-Gender      pic X(1).
            05  Filler         pic X(1).
            05  Sa-Birth       pic X(8).
            05  Filler         pic X(1).
            05  Sa-Acquire     pic X(8).
            05  Filler         pic X(1).
            05  Sa-Status      pic X(1).
            05  Filler         pic X(1).
            05  Sa-Disp        pic X(8).
            05  Filler         pic X(1).
            05  Sa-Dam         pic X(12).
            05  Filler         pic X(1).
            05  Sa-Sire        pic X(12).
            05  Filler         pic X(12).
        01  ws-sw-x redefines ws-line.
            05  Filler         pic X(32).
            05  Sw-Date        pic X(8).
            05  Filler         pic X(1).
            05  Sw-Weight      pic X(5).
            05  Filler         pic X(54).
        01  ws-sm-x redefines ws-line.
            05  Filler         pic X(32).
            05  Sm-Date        pic X(8).
            05  Filler         pic X(60).

        01  ws-dossier-name    pic X(12).
        01  ws-species-key     pic X(15).
        01  ws-found           pic X value "N".
           88 ws-found-yes     value "Y".
        01  ws-reason          pic X(25).
        01  dossiers-read      pic 9(5) value zero.
        01  dossiers-imported  pic 9(5) value zero.
        01  dossiers-rejected  pic 9(5) value zero.
        01  orphans-rejected   pic 9(5) value zero.
        01  lines-unknown      pic 9(5) value zero.
        01  trans-written      pic 9(5) value zero.
        01  ws-count-format    pic Z(4)9.

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
           move ws-operator to ws-opr-key
           Perform 103-Find-Operator
           if not ws-opr-found-yes
                 or (ws-opr-role not = "K"
                     and ws-opr-role not = "S")
              display "OPERATOR NOT AUTHORIZED: " ws-operator
              move 12 to return-code
              stop run
           end-if
           Perform 110-Load-Classes
           Perform 120-Load-Names

           open input stifile
           if sti-status not = "00"
              display "DOSSIER FILE lab3-sti.dat MISSING (status "
                 sti-status ")"
              move 12 to return-code
              stop run
           end-if
           open extend trnfile
           if trn-stat = "35"
              open output trnfile
           end-if
           open extend dshfile
           if dsh-status = "35"
              open output dshfile
           end-if
           open output siefile

           perform until sti-eof-false
              read stifile
                 at end
                    set sti-eof-false to true
                 not at end
                    perform 300-Take-Line
              end-read
           end-perform
           perform 400-Close-Dossier

           if ws-batch-open-yes
              perform 490-Close-Batch
           end-if
           close stifile
           close trnfile
           close dshfile
           close siefile
           perform 999-finalize

           stop run.

       100-initialize.
           accept ws-parm from command-line
           move spaces to ws-operator
           move spaces to ws-arrival-x
           unstring ws-parm delimited by all spaces
              into ws-operator ws-arrival-x
           end-unstring
           move function upper-case(ws-operator) to ws-operator
           if ws-arrival-x = spaces
              accept ws-arrival from date yyyymmdd
           else
              if ws-arrival-x is not numeric
                 display "ARRIVAL DATE NOT NUMERIC: " ws-arrival-x
                 move 12 to return-code
                 stop run
              end-if
              move ws-arrival-x to ws-arrival
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

       110-Load-Classes.
           open input clsfile
           if cls-status not = "00"
              display "SPECIES TABLE lab3-cls.dat MISSING "
                 "(status " cls-status ")"
              move 12 to return-code
              stop run
           end-if
           perform until cls-eof-false
              read clsfile
                 at end
                    set cls-eof-false to true
                 not at end
                    if Class-Count >= 60
                       display "CLASS TABLE FULL: more than 60 "
                          "species in lab3-cls.dat"
                       move 12 to return-code
                       stop run
                    end-if
                    add 1 to Class-Count
                    move function upper-case(
                       function trim(Cls-Species))
                       to Tbl-Species(Class-Count)
              end-read
           end-perform
           close clsfile.

       120-Load-Names.
           open input infile
           perform until eof-false
              read infile
                 at end
                    set eof-false to true
                 not at end
                    perform 125-Add-Name
              end-read
           end-perform
           close infile.

       125-Add-Name.
           if Name-Count >= 1000
              display "NAME TABLE FULL: more than 1000 "
                 "names on lab3-in.dat and the dossier"
              move 12 to return-code
              stop run
           end-if
           add 1 to Name-Count
           move AnimalName to Nm-Name(Name-Count).

      *>   An SA line closes the dossier before it and opens a new
      *>   one; SW and SM lines join the open dossier. Header and
      *>   trailer lines carry nothing to import.
       300-Take-Line.
           move Sti-Line to ws-line
           evaluate Sx-Type
              when "SA"
                 perform 400-Close-Dossier
                 move Sti-Line to ws-line
                 add 1 to dossiers-read
                 move Sx-Name to ws-dossier-name
                 perform 310-Hold-Line
              when "SW"
              when "SM"
                 if Dossier-Count = zero
                    add 1 to orphans-rejected
                    move spaces to Sie-Record
                    move "NO SA LINE FOR HISTORY" to Sie-Reason
                    move ws-line to Sie-Line
                    write Sie-Record
                 else
                    perform 310-Hold-Line
                 end-if
              when "SH"
              when "ST"
                 continue
              when other
                 move spaces to Sie-Record
                 move "UNKNOWN LINE TYPE" to Sie-Reason
                 move ws-line to Sie-Line
                 write Sie-Record
                 add 1 to lines-unknown
           end-evaluate.

       310-Hold-Line.
           if Dossier-Count >= 500
              display "DOSSIER TABLE FULL: more than 500 lines "
                 "for " ws-dossier-name
              move 12 to return-code
              stop run
           end-if
           add 1 to Dossier-Count
           move Sti-Line to Ds-Line(Dossier-Count).

       400-Close-Dossier.
           if Dossier-Count > zero
              perform 410-Edit-Dossier
              if ws-reason = spaces
                 perform 450-Import-Dossier
              else
                 perform 480-Reject-Dossier
              end-if
              move zero to Dossier-Count
           end-if.

      *>   The first failing edit names the reason; the SA line is
      *>   always entry 1.
       410-Edit-Dossier.
           move spaces to ws-reason
           move zero to ws-latest-idx
           move zero to ws-latest-date
           move Ds-Line(1) to ws-line
           move function upper-case(
              function trim(Sx-Species)) to ws-species-key
           move "N" to ws-found
           perform varying Cls-Idx from 1 by 1
                   until Cls-Idx > Class-Count or ws-found-yes
              if Tbl-Species(Cls-Idx) = ws-species-key
                 move "Y" to ws-found
              end-if
           end-perform
           if Sx-Name = spaces
              move "ANIMAL NAME MISSING" to ws-reason
           end-if
           if ws-reason = spaces and not ws-found-yes
              move "SPECIES NOT ON FILE" to ws-reason
           end-if
           if ws-reason = spaces
              move "N" to ws-found
              perform varying Nm-Idx from 1 by 1
                      until Nm-Idx > Name-Count or ws-found-yes
                 if Nm-Name(Nm-Idx) = Sx-Name
                    move "Y" to ws-found
                 end-if
              end-perform
              if ws-found-yes
                 move "NAME ALREADY ON MASTER" to ws-reason
              end-if
           end-if
           if ws-reason = spaces
                 and Sa-Gender not = "M" and Sa-Gender not = "F"
                 and Sa-Gender not = "U"
              move "BAD SEX CODE" to ws-reason
           end-if
           if ws-reason = spaces
                 and (Sa-Birth is not numeric or Sa-Birth = zero)
              move "BAD BIRTH DATE" to ws-reason
           end-if
           if ws-reason = spaces
              perform varying Ds-Idx from 2 by 1
                      until Ds-Idx > Dossier-Count
                         or ws-reason not = spaces
                 perform 420-Edit-History-Line
              end-perform
           end-if.

       420-Edit-History-Line.
           move Ds-Line(Ds-Idx) to ws-line
           if Sx-Name not = ws-dossier-name
              move "HISTORY NAME MISMATCH" to ws-reason
           else
              if Sx-Type = "SW"
                 if Sw-Date is not numeric
                       or Sw-Weight is not numeric
                    move "BAD WEIGHT LINE" to ws-reason
                 else
                    if Sw-Date >= ws-latest-date
                       move Sw-Date to ws-latest-date
                       set ws-latest-idx to Ds-Idx
                    end-if
                 end-if
              else
                 if Sm-Date is not numeric
                    move "BAD MOVEMENT DATE" to ws-reason
                 end-if
              end-if
           end-if.

       450-Import-Dossier.
           add 1 to dossiers-imported
           move Ds-Line(1) to ws-line
           if not ws-batch-open-yes
              perform 470-Open-Batch
           end-if
           move spaces to Trn-Record
           move "A"            to Trn-Action
           move Sx-Name        to Trn-AnimalName
           move Sa-Gender      to Trn-Gender
           move ws-species-key to Trn-Species
           move Sa-Birth       to Trn-BirthDate
           move ws-arrival     to Trn-AcquireDate
           move zero           to Trn-Weight
           move zero           to Trn-DispDate
           move ws-operator    to Trn-Operator
           move Sa-Dam         to Trn-Dam
           move Sa-Sire        to Trn-Sire
           if ws-latest-idx > zero
              move Ds-Line(ws-latest-idx) to ws-line
              move Sw-Weight to Trn-Weight
           end-if
           write Trn-Record
           perform 475-Count-Batch-Record
           add 1 to trans-written
           perform varying Ds-Idx from 2 by 1
                   until Ds-Idx > Dossier-Count
              move Ds-Line(Ds-Idx) to ws-line
              if Sx-Type = "SW" and Ds-Idx not = ws-latest-idx
                 perform 460-Write-Weigh-In
              end-if
           end-perform
           if ws-latest-idx > zero
              move Ds-Line(ws-latest-idx) to ws-line
              perform 460-Write-Weigh-In
           end-if
           perform varying Ds-Idx from 1 by 1
                   until Ds-Idx > Dossier-Count
              move spaces           to Dsh-Record
              move ws-arrival       to Dsh-Import-Date
              move ws-operator      to Dsh-Operator
              move Ds-Line(Ds-Idx)  to Dsh-Line
              write Dsh-Record
           end-perform
           move ws-dossier-name to AnimalName
           perform 125-Add-Name.

      *>   The weigh date rides in the disposition-date column, as
      *>   Lab3j expects for a "W".
       460-Write-Weigh-In.
           move spaces to Trn-Record
           move "W"             to Trn-Action
           move ws-dossier-name to Trn-AnimalName
           move Sw-Weight       to Trn-Weight
           move zero            to Trn-BirthDate
           move zero            to Trn-AcquireDate
           move Sw-Date         to Trn-DispDate
           move ws-operator     to Trn-Operator
           write Trn-Record
           perform 475-Count-Batch-Record
           add 1 to trans-written.

       470-Open-Batch.
           accept ws-batch-day  from day yyyyddd
           accept ws-batch-time from time
           move "S"                to ws-batch-id(1:1)
           move ws-batch-day(5:3)  to ws-batch-id(2:3)
           move ws-batch-time(1:6) to ws-batch-id(5:6)
           move spaces to Bth-Record
           move "H"          to Bth-Type
           move ws-batch-id  to Bth-Batch
           move ws-operator  to Bth-Operator
           accept Bth-Date from date yyyymmdd
           write Bth-Record
           move "Y" to ws-batch-open.

       475-Count-Batch-Record.
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

       490-Close-Batch.
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

       480-Reject-Dossier.
           add 1 to dossiers-rejected
           perform varying Ds-Idx from 1 by 1
                   until Ds-Idx > Dossier-Count
              move spaces          to Sie-Record
              move ws-reason       to Sie-Reason
              move Ds-Line(Ds-Idx) to Sie-Line
              write Sie-Record
           end-perform.

       999-finalize.
           move dossiers-read to ws-count-format
           display "Dossiers read:         " ws-count-format
           move dossiers-imported to ws-count-format
           display "Dossiers imported:     " ws-count-format
           move dossiers-rejected to ws-count-format
           display "Dossiers rejected:     " ws-count-format
           move orphans-rejected to ws-count-format
           display "Orphan history lines:  " ws-count-format
           move lines-unknown to ws-count-format
           display "Unknown line types:    " ws-count-format
           move trans-written to ws-count-format
           display "Transactions appended: " ws-count-format
           if dossiers-rejected > zero or orphans-rejected > zero
                 or lines-unknown > zero
              move 4 to return-code
           end-if.
