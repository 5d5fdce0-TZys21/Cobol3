       Identification Division.
       Program-id.          Lab4s.

      *      Name: Tyler Zysberg. Description: LAB4s.Breeding-loan
      *>     agreements: maintains the lab3-lon.dat loan file (animal,
      *>     partner institution, direction I in / O out, start date,
      *>     agreed return date, institution owning any offspring,
      *>     open/closed) from the transactions in lab3-lnt.dat --
      *>     A opens a loan, C changes the return date or offspring
      *>     owner, R records the animal back and closes the loan --
      *>     rejecting bad ones to lab3-lne.dat with a reason and
      *>     auditing every applied change to lab3-lna.dat. Loan
      *>     agreements are supervisor actions. Then prints the
      *>     monthly loan report: every open loan out and in, with
      *>     days to the agreed return, and PAST RETURN DATE on any
      *>     loan still open after it. Ends with return code 4 when
      *>     a loan is past its return date. Lab3j reads the open
      *>     loans-in to mark births to a loaned-in dam with the
      *>     institution that owns the offspring.
      *>     2026-10-15  TZ  Initial version.

       environment division.
       input-output section.
       file-control.
            select infile assign to "lab3-in.dat"
                organization is line sequential.

            select lonfile assign to "lab3-lon.dat"
                organization is line sequential
                file status is lon-status.

            select lntfile assign to "lab3-lnt.dat"
                organization is line sequential
                file status is lnt-status.

            select lnefile assign to "lab3-lne.dat"
                organization is line sequential
                file status is lne-status.

            select lnafile assign to "lab3-lna.dat"
                organization is line sequential
                file status is lna-status.

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

       Fd lonfile.
       01    Lon-Record.
         05    Lon-AnimalName   Pic X(12).
         05    Filler           Pic X(1) value space.
         05    Lon-Partner      Pic X(20).
         05    Filler           Pic X(1) value space.
         05    Lon-Direction    Pic X(1).
         05    Filler           Pic X(1) value space.
         05    Lon-Start        Pic 9(8).
         05    Filler           Pic X(1) value space.
         05    Lon-Return       Pic 9(8).
         05    Filler           Pic X(1) value space.
         05    Lon-Offspring    Pic X(20).
         05    Filler           Pic X(1) value space.
         05    Lon-Open         Pic X(1).
         05    Filler           Pic X(1) value space.
         05    Lon-Closed       Pic 9(8).

       Fd lntfile.
       01    Lnt-Record.
         05    Lnt-Action       Pic X(1).
         05    Lnt-AnimalName   Pic X(12).
         05    Lnt-Partner      Pic X(20).
         05    Lnt-Direction    Pic X(1).
         05    Lnt-Start        Pic 9(8).
         05    Lnt-Return       Pic 9(8).
         05    Lnt-Offspring    Pic X(20).
         05    Lnt-Operator     Pic X(8).

       Fd lnefile.
       01    Lne-Record.
         05    Lne-Reason       Pic X(25).
         05    Filler           Pic X(1) value space.
         05    Lne-Action       Pic X(1).
         05    Filler           Pic X(1) value space.
         05    Lne-AnimalName   Pic X(12).
         05    Filler           Pic X(1) value space.
         05    Lne-Partner      Pic X(20).

       Fd lnafile.
       01    Lna-Record.
         05    Lna-Run-Date     Pic 9(8).
         05    Filler           Pic X(1) value space.
         05    Lna-Run-Time     Pic 9(8).
         05    Filler           Pic X(1) value space.
         05    Lna-Action       Pic X(1).
         05    Filler           Pic X(1) value space.
         05    Lna-AnimalName   Pic X(12).
         05    Filler           Pic X(1) value space.
         05    Lna-Operator     Pic X(8).
         05    Filler           Pic X(1) value space.
         05    Lna-Image        Pic X(78).

       Fd oprfile.
       01    Opr-Record.
         05    Opr-Id           Pic X(8).
         05    Opr-Role         Pic X(1).
         05    Opr-Name         Pic X(20).

       Working-storage section.
        01  lon-status        pic X(2).
        01  lnt-status        pic X(2).
        01  lne-status        pic X(2).
        01  lna-status        pic X(2).
        01  eof               pic X value "N".
           88 eof-false       value "Y".
        01  lon-eof           pic X value "N".
           88 lon-eof-false   value "Y".
        01  lnt-eof           pic X value "N".
           88 lnt-eof-false   value "Y".
        01  ws-today          pic 9(8) value zero.
        01  ws-today-int      pic 9(8) value zero.

        01  opr-status        pic X(2).
        01  opr-eof           pic X value "N".
           88 opr-eof-false   value "Y".
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

        01  Name-Table.
            05  Name-Entry occurs 1000 times indexed by Nm-Idx.
                10  Nm-Name    pic X(12).
        01  Name-Count         pic 9(5) value zero.

        01  Loan-Table.
            05  Loan-Entry occurs 500 times
                   indexed by Ln-Idx.
                10  Ln-Name       pic X(12).
                10  Ln-Partner    pic X(20).
                10  Ln-Direction  pic X(1).
                10  Ln-Start      pic 9(8).
                10  Ln-Return     pic 9(8).
                10  Ln-Offspring  pic X(20).
                10  Ln-Status     pic X(1).
                10  Ln-Closed     pic 9(8).
        01  Loan-Count         pic 9(5) value zero.

        01  ws-found           pic X value "N".
           88 ws-found-yes     value "Y".
        01  ws-found-idx       pic 9(5) value zero.
        01  ws-name-found      pic X value "N".
           88 ws-name-found-yes value "Y".
        01  ws-reject-reason   pic X(25).
        01  trans-applied      pic 9(5) value zero.
        01  trans-rejected     pic 9(5) value zero.
        01  ws-days            pic S9(5) value zero.
        01  ws-days-format     pic -(4)9.
        01  ws-overdue         pic 9(5) value zero.
        01  ws-open-out        pic 9(5) value zero.
        01  ws-open-in         pic 9(5) value zero.
        01  ws-count-format    pic Z(4)9.
        01  ws-direction-key   pic X(1).



       Procedure Division.
       000-main.

           Perform 100-initialize
           Perform 102-Load-Operators
           Perform 110-Load-Names
           Perform 120-Load-Loans

           perform until lnt-eof-false
              read lntfile
                 at end
                    set lnt-eof-false to true
                 not at end
                    perform 300-Apply-Transaction
              end-read
           end-perform

           perform 700-Rewrite-Loans

           move trans-applied to ws-count-format
           display "Loan changes applied:  " ws-count-format
           move trans-rejected to ws-count-format
           display "Loan changes rejected: " ws-count-format

           perform 600-Print-Loan-Report

           perform 999-finalize

           if ws-overdue > zero
              move 4 to return-code
           end-if

           stop run.

       100-initialize.
           accept ws-today from date yyyymmdd
           compute ws-today-int = function integer-of-date(ws-today)
           open input lntfile
           if lnt-status = "35"
              open output lntfile
              close lntfile
              open input lntfile
           end-if
           open extend lnefile
           if lne-status = "35"
              open output lnefile
           end-if
           open extend lnafile
           if lna-status = "35"
              open output lnafile
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

       110-Load-Names.
           open input infile
           perform until eof-false
              read infile
                 at end
                    set eof-false to true
                 not at end
                    if Name-Count >= 1000
                       display "NAME TABLE FULL: more than 1000 "
                          "records in lab3-in.dat"
                       move 12 to return-code
                       stop run
                    end-if
                    add 1 to Name-Count
                    move AnimalName to Nm-Name(Name-Count)
              end-read
           end-perform
           close infile.

       120-Load-Loans.
           open input lonfile
           if lon-status = "00"
              perform until lon-eof-false
                 read lonfile
                    at end
                       set lon-eof-false to true
                    not at end
                       if Loan-Count >= 500
                          display "LOAN TABLE FULL: more than 500 "
                             "loans in lab3-lon.dat"
                          move 12 to return-code
                          stop run
                       end-if
                       add 1 to Loan-Count
                       move Lon-AnimalName to Ln-Name(Loan-Count)
                       move Lon-Partner    to Ln-Partner(Loan-Count)
                       move Lon-Direction
                          to Ln-Direction(Loan-Count)
                       move Lon-Start      to Ln-Start(Loan-Count)
                       move Lon-Return     to Ln-Return(Loan-Count)
                       move Lon-Offspring
                          to Ln-Offspring(Loan-Count)
                       move Lon-Open       to Ln-Status(Loan-Count)
                       move Lon-Closed     to Ln-Closed(Loan-Count)
                 end-read
              end-perform
              close lonfile
           end-if.

       200-Find-Name.
           move "N" to ws-name-found
           perform varying Nm-Idx from 1 by 1
                   until Nm-Idx > Name-Count or ws-name-found-yes
              if Nm-Name(Nm-Idx) = Lnt-AnimalName
                 move "Y" to ws-name-found
              end-if
           end-perform.

      *>   An animal has at most one open loan at a time; closed
      *>   loans stay on file as its loan history.
       210-Find-Open-Loan.
           move "N" to ws-found
           move zero to ws-found-idx
           perform varying Ln-Idx from 1 by 1
                   until Ln-Idx > Loan-Count or ws-found-yes
              if Ln-Name(Ln-Idx) = Lnt-AnimalName
                    and Ln-Status(Ln-Idx) = "O"
                 set ws-found-idx to Ln-Idx
                 move "Y" to ws-found
              end-if
           end-perform.

       300-Apply-Transaction.
           move function upper-case(
              function trim(Lnt-Operator)) to ws-opr-key
           perform 103-Find-Operator
           if not ws-opr-found-yes or ws-opr-role not = "S"
              move "SUPERVISOR REQUIRED" to ws-reject-reason
              perform 400-Write-Reject
           else
              perform 305-Apply-Authorized
           end-if.

       305-Apply-Authorized.
           perform 210-Find-Open-Loan
           evaluate Lnt-Action
              when "A"
                 perform 310-Apply-Open
              when "C"
                 perform 320-Apply-Change
              when "R"
                 perform 330-Apply-Return
              when other
                 move "UNKNOWN ACTION CODE" to ws-reject-reason
                 perform 400-Write-Reject
           end-evaluate.

      *>   A loan out is of an animal we hold, so it must be on the
      *>   master; a loan in may be keyed before the Lab3j add that
      *>   brings the animal onto the master.
       310-Apply-Open.
           perform 200-Find-Name
           evaluate true
              when ws-found-yes
                 move "LOAN ALREADY OPEN" to ws-reject-reason
                 perform 400-Write-Reject
              when Lnt-Direction not = "I"
                    and Lnt-Direction not = "O"
                 move "BAD LOAN DIRECTION" to ws-reject-reason
                 perform 400-Write-Reject
              when Lnt-Direction = "O" and not ws-name-found-yes
                 move "ANIMAL NOT ON MASTER" to ws-reject-reason
                 perform 400-Write-Reject
              when Lnt-Partner = spaces
                 move "PARTNER MISSING" to ws-reject-reason
                 perform 400-Write-Reject
              when Lnt-Start is not numeric or Lnt-Start = zero
                 move "BAD START DATE" to ws-reject-reason
                 perform 400-Write-Reject
              when Lnt-Return is not numeric
                    or Lnt-Return <= Lnt-Start
                 move "BAD RETURN DATE" to ws-reject-reason
                 perform 400-Write-Reject
              when other
                 if Loan-Count >= 500
                    display "LOAN TABLE FULL: cannot add "
                       Lnt-AnimalName
                    move 12 to return-code
                    stop run
                 end-if
                 add 1 to Loan-Count
                 move Lnt-AnimalName to Ln-Name(Loan-Count)
                 move Lnt-Partner    to Ln-Partner(Loan-Count)
                 move Lnt-Direction  to Ln-Direction(Loan-Count)
                 move Lnt-Start      to Ln-Start(Loan-Count)
                 move Lnt-Return     to Ln-Return(Loan-Count)
                 move Lnt-Offspring  to Ln-Offspring(Loan-Count)
                 move "O"            to Ln-Status(Loan-Count)
                 move zero           to Ln-Closed(Loan-Count)
                 perform 500-Write-Audit
           end-evaluate.

      *>   A change may extend the return date or settle offspring
      *>   ownership; blank or zero columns leave the field alone.
       320-Apply-Change.
           if not ws-found-yes
              move "NO OPEN LOAN" to ws-reject-reason
              perform 400-Write-Reject
           else
              if Lnt-Return is numeric and Lnt-Return > zero
                    and Lnt-Return <= Ln-Start(ws-found-idx)
                 move "BAD RETURN DATE" to ws-reject-reason
                 perform 400-Write-Reject
              else
                 if Lnt-Return is numeric and Lnt-Return > zero
                    move Lnt-Return to Ln-Return(ws-found-idx)
                 end-if
                 if Lnt-Offspring not = spaces
                    move Lnt-Offspring
                       to Ln-Offspring(ws-found-idx)
                 end-if
                 perform 500-Write-Audit
              end-if
           end-if.

      *>   The actual return date rides in the return-date column;
      *>   when blank the run date is used.
       330-Apply-Return.
           if not ws-found-yes
              move "NO OPEN LOAN" to ws-reject-reason
              perform 400-Write-Reject
           else
              move "C" to Ln-Status(ws-found-idx)
              if Lnt-Return is numeric and Lnt-Return > zero
                 move Lnt-Return to Ln-Closed(ws-found-idx)
              else
                 move ws-today to Ln-Closed(ws-found-idx)
              end-if
              perform 500-Write-Audit
           end-if.

       400-Write-Reject.
           move spaces to Lne-Record
           move ws-reject-reason to Lne-Reason
           move Lnt-Action       to Lne-Action
           move Lnt-AnimalName   to Lne-AnimalName
           move Lnt-Partner      to Lne-Partner
           write Lne-Record
           add 1 to trans-rejected.

       500-Write-Audit.
           move spaces to Lna-Record
           accept Lna-Run-Date from date yyyymmdd
           accept Lna-Run-Time from time
           move Lnt-Action     to Lna-Action
           move Lnt-AnimalName to Lna-AnimalName
           move Lnt-Operator   to Lna-Operator
           move Lnt-Record     to Lna-Image
           write Lna-Record
           add 1 to trans-applied.

       600-Print-Loan-Report.
           display " "
           display "Breeding-loan report as of " ws-today
           display " "
           display "Loans out:"
           move "O" to ws-direction-key
           perform 610-Print-Direction
           if ws-open-out = zero
              display "  None."
           end-if
           display " "
           display "Loans in:"
           move "I" to ws-direction-key
           perform 610-Print-Direction
           if ws-open-in = zero
              display "  None."
           end-if
           display " "
           move ws-open-out to ws-count-format
           display "  Open loans out:        " ws-count-format
           move ws-open-in to ws-count-format
           display "  Open loans in:         " ws-count-format
           move ws-overdue to ws-count-format
           display "  Past return date:      " ws-count-format.

       610-Print-Direction.
           perform varying Ln-Idx from 1 by 1
                   until Ln-Idx > Loan-Count
              if Ln-Status(Ln-Idx) = "O"
                    and Ln-Direction(Ln-Idx) = ws-direction-key
                 perform 620-Print-Loan
              end-if
           end-perform.

       620-Print-Loan.
           if Ln-Direction(Ln-Idx) = "O"
              add 1 to ws-open-out
           else
              add 1 to ws-open-in
           end-if
           compute ws-days = function integer-of-date(Ln-Return(Ln-Idx))
              - ws-today-int
           move ws-days to ws-days-format
           display "  " Ln-Name(Ln-Idx) " " Ln-Partner(Ln-Idx)
              " from " Ln-Start(Ln-Idx) " due back "
              Ln-Return(Ln-Idx) " (" ws-days-format " days)"
           if Ln-Offspring(Ln-Idx) not = spaces
              display "      offspring owned by " Ln-Offspring(Ln-Idx)
           end-if
           if ws-days < zero
              add 1 to ws-overdue
              display "      *** PAST RETURN DATE ***"
           end-if.

       700-Rewrite-Loans.
           open output lonfile
           perform varying Ln-Idx from 1 by 1
                   until Ln-Idx > Loan-Count
              move spaces to Lon-Record
              move Ln-Name(Ln-Idx)      to Lon-AnimalName
              move Ln-Partner(Ln-Idx)   to Lon-Partner
              move Ln-Direction(Ln-Idx) to Lon-Direction
              move Ln-Start(Ln-Idx)     to Lon-Start
              move Ln-Return(Ln-Idx)    to Lon-Return
              move Ln-Offspring(Ln-Idx) to Lon-Offspring
              move Ln-Status(Ln-Idx)    to Lon-Open
              move Ln-Closed(Ln-Idx)    to Lon-Closed
              write Lon-Record
           end-perform
           close lonfile.

       999-finalize.
           close lntfile
           close lnefile
           close lnafile.
