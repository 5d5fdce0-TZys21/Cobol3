       Identification Division.
       Program-id.          Lab5c.

      *      Name: Tyler Zysberg. Description: LAB5c.Reproductive
      *>     status of the breeding females: keeps one row per female
      *>     in lab3-rps.dat -- contraception method, date applied,
      *>     effective-until date (zero while it stays in place until
      *>     removed, as with separation), pregnancy confirmed and
      *>     expected due date. Entries keyed into lab3-rpt.dat by a
      *>     keeper or supervisor are C contraception started (method,
      *>     date applied, effective until), R contraception removed,
      *>     P pregnancy confirmed (date confirmed, due date) and E
      *>     pregnancy ended (birth or loss). The female must be an
      *>     active female on lab3-in.dat. Entries that cannot post
      *>     go to lab3-rpe.dat with a reason. Only entries added
      *>     since the last run are posted (the row count is kept in
      *>     lab3-rpw.dat), so a second run on one night posts
      *>     nothing twice. Lab3x and Lab3z read
      *>     lab3-rps.dat so a female on contraception that is still
      *>     in effect is not offered for pairing. Parameter MONTHLY
      *>     adds the monthly report: contraception expired or
      *>     expiring within 45 days and pregnancies overdue or due
      *>     within 30 days. Return code 4 when anything is rejected
      *>     or listed; 8 when lab3-rpt.dat is shorter than the rows
      *>     already posted.
      *>     2026-10-15  TZ  Initial version.

       environment division.
       input-output section.
       file-control.
            select infile assign to "lab3-in.dat"
                organization is line sequential.

            select rpsfile assign to "lab3-rps.dat"
                organization is line sequential
                file status is rps-status.

            select rptfile assign to "lab3-rpt.dat"
                organization is line sequential
                file status is rpt-status.

            select rpwfile assign to "lab3-rpw.dat"
                organization is line sequential
                file status is rpw-status.

            select rpefile assign to "lab3-rpe.dat"
                organization is line sequential
                file status is rpe-status.

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

       Fd rpsfile.
       01    Rps-Record.
         05    Rps-AnimalName   Pic X(12).
         05    Filler           Pic X(1) value space.
         05    Rps-Contra       Pic X(10).
         05    Filler           Pic X(1) value space.
         05    Rps-Applied      Pic 9(8).
         05    Filler           Pic X(1) value space.
         05    Rps-Until        Pic 9(8).
         05    Filler           Pic X(1) value space.
         05    Rps-Pregnant     Pic X(1).
         05    Filler           Pic X(1) value space.
         05    Rps-Confirmed    Pic 9(8).
         05    Filler           Pic X(1) value space.
         05    Rps-Due          Pic 9(8).
         05    Filler           Pic X(1) value space.
         05    Rps-Updated      Pic 9(8).
         05    Filler           Pic X(1) value space.
         05    Rps-Operator     Pic X(8).

       Fd rptfile.
       01    Rpt-Record.
         05    Rpt-Action       Pic X(1).
         05    Rpt-AnimalName   Pic X(12).
         05    Rpt-Contra       Pic X(10).
         05    Rpt-Date         Pic 9(8).
         05    Rpt-Date2        Pic 9(8).
         05    Rpt-Operator     Pic X(8).

       Fd rpwfile.
       01    Rpw-Record.
         05    Rpw-Rows         Pic 9(7).
         05    Filler           Pic X(1) value space.
         05    Rpw-Date         Pic 9(8).

       Fd rpefile.
       01    Rpe-Record.
         05    Rpe-Reason       Pic X(25).
         05    Filler           Pic X(1) value space.
         05    Rpe-Action       Pic X(1).
         05    Filler           Pic X(1) value space.
         05    Rpe-AnimalName   Pic X(12).
         05    Filler           Pic X(1) value space.
         05    Rpe-Contra       Pic X(10).
         05    Filler           Pic X(1) value space.
         05    Rpe-Date         Pic X(8).
         05    Filler           Pic X(1) value space.
         05    Rpe-Date2        Pic X(8).
         05    Filler           Pic X(1) value space.
         05    Rpe-Operator     Pic X(8).

       Fd oprfile.
       01    Opr-Record.
         05    Opr-Id           Pic X(8).
         05    Opr-Role         Pic X(1).
         05    Opr-Name         Pic X(20).

       Working-storage section.
        01  rps-status        pic X(2).
        01  rpt-status        pic X(2).
        01  rpe-status        pic X(2).
        01  rpw-status        pic X(2).
        01  opr-status        pic X(2).
        01  eof               pic X value "N".
           88 eof-false       value "Y".
        01  rps-eof           pic X value "N".
           88 rps-eof-false   value "Y".
        01  rpt-eof           pic X value "N".
           88 rpt-eof-false   value "Y".
        01  opr-eof           pic X value "N".
           88 opr-eof-false   value "Y".
        01  ws-mode           pic X(10).
        01  ws-today          pic 9(8) value zero.
        01  ws-contra-horizon pic 9(8) value zero.
        01  ws-due-horizon    pic 9(8) value zero.
        01  ws-rows-done      pic 9(7) value zero.
        01  ws-rows-read      pic 9(7) value zero.

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

        01  Animal-Table.
            05  Animal-Entry occurs 1000 times
                   indexed by An-Idx.
                10  An-Name      pic X(12).
                10  An-Gender    pic X(1).
                10  An-Species   pic X(15).
        01  Animal-Count       pic 9(5) value zero.

        01  Status-Table.
            05  Status-Entry occurs 1000 times
                   indexed by St-Idx.
                10  St-Name       pic X(12).
                10  St-Contra     pic X(10).
                10  St-Applied    pic 9(8).
                10  St-Until      pic 9(8).
                10  St-Pregnant   pic X(1).
                10  St-Confirmed  pic 9(8).
                10  St-Due        pic 9(8).
                10  St-Updated    pic 9(8).
                10  St-Operator   pic X(8).
        01  Status-Count       pic 9(5) value zero.

        01  ws-name-key        pic X(12).
        01  ws-animal-found    pic X value "N".
           88 ws-animal-found-yes value "Y".
        01  ws-animal-idx      pic 9(5) value zero.
        01  ws-status-found    pic X value "N".
           88 ws-status-found-yes value "Y".
        01  ws-status-idx      pic 9(5) value zero.
        01  ws-reject-reason   pic X(25).

        01  entries-posted     pic 9(5) value zero.
        01  entries-rejected   pic 9(5) value zero.
        01  contra-listed      pic 9(5) value zero.
        01  pregnancies-listed pic 9(5) value zero.
        01  ws-count-format    pic Z(4)9.



       Procedure Division.
       000-main.

           Perform 100-initialize
           Perform 102-Load-Operators
           Perform 110-Load-Animals
           Perform 120-Load-Status
           Perform 130-Load-Mark

           perform 300-Post-Entries

           perform 700-Rewrite-Status
           perform 750-Save-Mark

           move entries-posted to ws-count-format
           display "Entries posted:          " ws-count-format
           move entries-rejected to ws-count-format
           display "Entries rejected:        " ws-count-format

           if ws-mode = "MONTHLY"
              perform 600-Monthly-Report
           end-if

           perform 999-finalize

           stop run.

       100-initialize.
           accept ws-today from date yyyymmdd
           compute ws-contra-horizon = function date-of-integer(
              function integer-of-date(ws-today) + 45)
           compute ws-due-horizon = function date-of-integer(
              function integer-of-date(ws-today) + 30)
           accept ws-mode from command-line
           move function upper-case(
              function trim(ws-mode)) to ws-mode
           open extend rpefile
           if rpe-status = "35"
              open output rpefile
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

      *>   Active animals only (A, blank or Q): a departed female
      *>   keeps her lab3-rps.dat row but takes no new entries and
      *>   drops off the monthly report.
       110-Load-Animals.
           open input infile
           perform until eof-false
              read infile
                 at end
                    set eof-false to true
                 not at end
                    if AnimalStatus = "A" or AnimalStatus = space
                          or AnimalStatus = "Q"
                       if Animal-Count >= 1000
                          display "ANIMAL TABLE FULL: more than "
                             "1000 records in lab3-in.dat"
                          move 12 to return-code
                          stop run
                       end-if
                       add 1 to Animal-Count
                       move AnimalName to An-Name(Animal-Count)
                       move function upper-case(Gender)
                          to An-Gender(Animal-Count)
                       move function upper-case(
                          function trim(Species))
                          to An-Species(Animal-Count)
                    end-if
              end-read
           end-perform
           close infile.

       120-Load-Status.
           open input rpsfile
           if rps-status = "00"
              perform until rps-eof-false
                 read rpsfile
                    at end
                       set rps-eof-false to true
                    not at end
                       if Status-Count >= 1000
                          display "STATUS TABLE FULL: more than "
                             "1000 records in lab3-rps.dat"
                          move 12 to return-code
                          stop run
                       end-if
                       add 1 to Status-Count
                       move Rps-AnimalName
                          to St-Name(Status-Count)
                       move Rps-Contra    to St-Contra(Status-Count)
                       move Rps-Applied   to St-Applied(Status-Count)
                       move Rps-Until     to St-Until(Status-Count)
                       move Rps-Pregnant
                          to St-Pregnant(Status-Count)
                       move Rps-Confirmed
                          to St-Confirmed(Status-Count)
                       move Rps-Due       to St-Due(Status-Count)
                       move Rps-Updated   to St-Updated(Status-Count)
                       move Rps-Operator
                          to St-Operator(Status-Count)
                 end-read
              end-perform
              close rpsfile
           end-if.

      *>   Rows of lab3-rpt.dat already posted by earlier runs; no
      *>   lab3-rpw.dat means none.
       130-Load-Mark.
           open input rpwfile
           if rpw-status = "00"
              read rpwfile
                 at end
                    move zero to Rpw-Rows
              end-read
              if Rpw-Rows is numeric
                 move Rpw-Rows to ws-rows-done
              end-if
              close rpwfile
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

       210-Find-Status.
           move "N" to ws-status-found
           move zero to ws-status-idx
           perform varying St-Idx from 1 by 1
                   until St-Idx > Status-Count
                      or ws-status-found-yes
              if St-Name(St-Idx) = ws-name-key
                 set ws-status-idx to St-Idx
                 move "Y" to ws-status-found
              end-if
           end-perform.

       300-Post-Entries.
           open input rptfile
           if rpt-status = "00"
              perform until rpt-eof-false
                 read rptfile
                    at end
                       set rpt-eof-false to true
                    not at end
                       add 1 to ws-rows-read
                       if ws-rows-read > ws-rows-done
                          perform 310-Post-Entry
                       end-if
                 end-read
              end-perform
              close rptfile
           end-if.

       310-Post-Entry.
           move function upper-case(
              function trim(Rpt-Operator)) to ws-opr-key
           perform 103-Find-Operator
           move Rpt-AnimalName to ws-name-key
           perform 200-Find-Animal
           perform 210-Find-Status
           evaluate true
              when Rpt-Action not = "C" and Rpt-Action not = "R"
                    and Rpt-Action not = "P"
                    and Rpt-Action not = "E"
                 move "UNKNOWN ACTION CODE" to ws-reject-reason
                 perform 800-Reject-Entry
              when not ws-opr-found-yes
                    or (ws-opr-role not = "K"
                        and ws-opr-role not = "S")
                 move "OPERATOR NOT AUTHORIZED" to ws-reject-reason
                 perform 800-Reject-Entry
              when not ws-animal-found-yes
                 move "ANIMAL NOT ACTIVE" to ws-reject-reason
                 perform 800-Reject-Entry
              when An-Gender(ws-animal-idx) not = "F"
                 move "NOT A FEMALE" to ws-reject-reason
                 perform 800-Reject-Entry
              when Rpt-Date is not numeric or Rpt-Date = zero
                    or Rpt-Date > ws-today
                 move "BAD DATE" to ws-reject-reason
                 perform 800-Reject-Entry
              when other
                 perform 320-Apply-Entry
           end-evaluate.

       320-Apply-Entry.
           if Rpt-Action = "C" and Rpt-Date2 = spaces
              move zero to Rpt-Date2
           end-if
           evaluate true
              when Rpt-Action = "C" and Rpt-Contra = spaces
                 move "CONTRACEPTION TYPE BLANK"
                    to ws-reject-reason
                 perform 800-Reject-Entry
              when Rpt-Action = "C"
                    and (Rpt-Date2 is not numeric
                         or (Rpt-Date2 not = zero
                             and Rpt-Date2 <= Rpt-Date))
                 move "BAD EFFECTIVE-UNTIL DATE" to ws-reject-reason
                 perform 800-Reject-Entry
              when Rpt-Action = "R"
                    and (not ws-status-found-yes
                         or St-Contra(ws-status-idx) = spaces)
                 move "NO CONTRACEPTION ON FILE" to ws-reject-reason
                 perform 800-Reject-Entry
              when Rpt-Action = "P"
                    and (Rpt-Date2 is not numeric
                         or Rpt-Date2 <= Rpt-Date)
                 move "BAD DUE DATE" to ws-reject-reason
                 perform 800-Reject-Entry
              when Rpt-Action = "E"
                    and (not ws-status-found-yes
                         or St-Pregnant(ws-status-idx) not = "Y")
                 move "NO PREGNANCY ON FILE" to ws-reject-reason
                 perform 800-Reject-Entry
              when other
                 if not ws-status-found-yes
                    perform 330-Add-Status
                 end-if
                 evaluate Rpt-Action
                    when "C"
                       move function upper-case(Rpt-Contra)
                          to St-Contra(ws-status-idx)
                       move Rpt-Date  to St-Applied(ws-status-idx)
                       move Rpt-Date2 to St-Until(ws-status-idx)
                    when "R"
                       move spaces to St-Contra(ws-status-idx)
                       move zero   to St-Applied(ws-status-idx)
                       move zero   to St-Until(ws-status-idx)
                    when "P"
                       move "Y"       to St-Pregnant(ws-status-idx)
                       move Rpt-Date  to St-Confirmed(ws-status-idx)
                       move Rpt-Date2 to St-Due(ws-status-idx)
                    when "E"
                       move "N"  to St-Pregnant(ws-status-idx)
                       move zero to St-Confirmed(ws-status-idx)
                       move zero to St-Due(ws-status-idx)
                 end-evaluate
                 move ws-today   to St-Updated(ws-status-idx)
                 move ws-opr-key to St-Operator(ws-status-idx)
                 add 1 to entries-posted
           end-evaluate.

       330-Add-Status.
           if Status-Count >= 1000
              display "STATUS TABLE FULL: cannot add "
                 ws-name-key
              move 12 to return-code
              stop run
           end-if
           add 1 to Status-Count
           move Status-Count to ws-status-idx
           move ws-name-key to St-Name(ws-status-idx)
           move spaces to St-Contra(ws-status-idx)
           move zero   to St-Applied(ws-status-idx)
           move zero   to St-Until(ws-status-idx)
           move "N"    to St-Pregnant(ws-status-idx)
           move zero   to St-Confirmed(ws-status-idx)
           move zero   to St-Due(ws-status-idx)
           move "Y" to ws-status-found.

      *>   Contraception with no effective-until date stays in place
      *>   until removed and is never listed as expiring.
       600-Monthly-Report.
           display " "
           display "Reproductive status report " ws-today
           display "Contraception expired or expiring by "
              ws-contra-horizon ":"
           perform varying St-Idx from 1 by 1
                   until St-Idx > Status-Count
              move St-Name(St-Idx) to ws-name-key
              perform 200-Find-Animal
              if ws-animal-found-yes
                    and St-Contra(St-Idx) not = spaces
                    and St-Until(St-Idx) not = zero
                    and St-Until(St-Idx) <= ws-contra-horizon
                 add 1 to contra-listed
                 if St-Until(St-Idx) < ws-today
                    display "  EXPIRED:  " St-Name(St-Idx) " "
                       An-Species(ws-animal-idx) " "
                       St-Contra(St-Idx) " until " St-Until(St-Idx)
                 else
                    display "  EXPIRES:  " St-Name(St-Idx) " "
                       An-Species(ws-animal-idx) " "
                       St-Contra(St-Idx) " until " St-Until(St-Idx)
                 end-if
              end-if
           end-perform
           if contra-listed = zero
              display "  None."
           end-if
           display "Pregnancies overdue or due by "
              ws-due-horizon ":"
           perform varying St-Idx from 1 by 1
                   until St-Idx > Status-Count
              move St-Name(St-Idx) to ws-name-key
              perform 200-Find-Animal
              if ws-animal-found-yes
                    and St-Pregnant(St-Idx) = "Y"
                    and St-Due(St-Idx) <= ws-due-horizon
                 add 1 to pregnancies-listed
                 if St-Due(St-Idx) < ws-today
                    display "  OVERDUE:  " St-Name(St-Idx) " "
                       An-Species(ws-animal-idx)
                       " due " St-Due(St-Idx)
                 else
                    display "  DUE:      " St-Name(St-Idx) " "
                       An-Species(ws-animal-idx)
                       " due " St-Due(St-Idx)
                 end-if
              end-if
           end-perform
           if pregnancies-listed = zero
              display "  None."
           end-if.

       700-Rewrite-Status.
           open output rpsfile
           perform varying St-Idx from 1 by 1
                   until St-Idx > Status-Count
              move spaces to Rps-Record
              move St-Name(St-Idx)      to Rps-AnimalName
              move St-Contra(St-Idx)    to Rps-Contra
              move St-Applied(St-Idx)   to Rps-Applied
              move St-Until(St-Idx)     to Rps-Until
              move St-Pregnant(St-Idx)  to Rps-Pregnant
              move St-Confirmed(St-Idx) to Rps-Confirmed
              move St-Due(St-Idx)       to Rps-Due
              move St-Updated(St-Idx)   to Rps-Updated
              move St-Operator(St-Idx)  to Rps-Operator
              write Rps-Record
           end-perform
           close rpsfile.

      *>   A file shorter than its mark keeps the old mark, so
      *>   nothing already posted is posted again.
       750-Save-Mark.
           if ws-rows-read < ws-rows-done
              display "REPRODUCTIVE ENTRIES lab3-rpt.dat HAS "
                 ws-rows-read " ROWS, " ws-rows-done
                 " ALREADY POSTED"
              move 8 to return-code
              move ws-rows-done to ws-rows-read
           end-if
           open output rpwfile
           move spaces       to Rpw-Record
           move ws-rows-read to Rpw-Rows
           move ws-today     to Rpw-Date
           write Rpw-Record
           close rpwfile.

       800-Reject-Entry.
           move spaces to Rpe-Record
           move ws-reject-reason to Rpe-Reason
           move Rpt-Action       to Rpe-Action
           move Rpt-AnimalName   to Rpe-AnimalName
           move Rpt-Contra       to Rpe-Contra
           move Rpt-Date         to Rpe-Date
           move Rpt-Date2        to Rpe-Date2
           move Rpt-Operator     to Rpe-Operator
           write Rpe-Record
           add 1 to entries-rejected.

       999-finalize.
           close rpefile
           if return-code = zero
                 and (entries-rejected > zero
                      or contra-listed > zero
                      or pregnancies-listed > zero)
              move 4 to return-code
           end-if.
