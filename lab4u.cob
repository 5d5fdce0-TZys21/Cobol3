       Identification Division.
       Program-id.          Lab4u.

      *      Name: Tyler Zysberg. Description: LAB4u.Daily feeding
      *>     log and appetite alerts: applies the keepers' feeding
      *>     log entries in lab3-fdt.dat (date, location, enclosure
      *>     from lab3-asn.dat, feed type, quantity offered, quantity
      *>     left over, operator) to the lab3-fdg.dat feeding ledger,
      *>     rejecting bad ones to lab3-fde.dat with a reason. Then
      *>     prints the intake report for the report date (parameter
      *>     YYYYMMDD, default today): per enclosure and feed type,
      *>     the quantity eaten against the lab3-fed.dat plan for the
      *>     animals housed there, with the plan broken out by
      *>     species, and an APPETITE ALERT when the enclosure has
      *>     eaten under the configured percentage of plan on each of
      *>     the configured number of consecutive days (lab3-apt.dat,
      *>     default 75 percent over 2 days). Ends with return code 4
      *>     when any alert fired. Lab4h draws stock down by the
      *>     logged quantities offered where a log exists.
      *>     2026-10-15  TZ  Initial version.

       environment division.
       input-output section.
       file-control.
            select infile assign to "lab3-in.dat"
                organization is line sequential.

            select fedfile assign to "lab3-fed.dat"
                organization is line sequential
                file status is fed-status.

            select asnfile assign to "lab3-asn.dat"
                organization is line sequential
                file status is asn-status.

            select fdtfile assign to "lab3-fdt.dat"
                organization is line sequential
                file status is fdt-status.

            select fdgfile assign to "lab3-fdg.dat"
                organization is line sequential
                file status is fdg-status.

            select fdefile assign to "lab3-fde.dat"
                organization is line sequential
                file status is fde-status.

            select aptfile assign to "lab3-apt.dat"
                organization is line sequential
                file status is apt-status.

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

       Fd fedfile.
       01    Fed-Record.
         05    Fed-Species      Pic X(15).
         05    Fed-Type         Pic X(12).
         05    Fed-Qty          Pic 9(3)V9(2).

       Fd asnfile.
       01    Asn-Record.
         05    Asn-AnimalName   Pic X(12).
         05    Filler           Pic X(1).
         05    Asn-Location     Pic X(10).
         05    Filler           Pic X(1).
         05    Asn-Enclosure    Pic X(10).

       Fd fdtfile.
       01    Fdt-Record.
         05    Fdt-Date         Pic 9(8).
         05    Fdt-Location     Pic X(10).
         05    Fdt-Enclosure    Pic X(10).
         05    Fdt-Type         Pic X(12).
         05    Fdt-Offered      Pic 9(5)V9(2).
         05    Fdt-Left         Pic 9(5)V9(2).
         05    Fdt-Operator     Pic X(8).

       Fd fdgfile.
       01    Fdg-Record.
         05    Fdg-Date         Pic 9(8).
         05    Filler           Pic X(1) value space.
         05    Fdg-Location     Pic X(10).
         05    Filler           Pic X(1) value space.
         05    Fdg-Enclosure    Pic X(10).
         05    Filler           Pic X(1) value space.
         05    Fdg-Type         Pic X(12).
         05    Filler           Pic X(1) value space.
         05    Fdg-Offered      Pic 9(5)V9(2).
         05    Filler           Pic X(1) value space.
         05    Fdg-Left         Pic 9(5)V9(2).
         05    Filler           Pic X(1) value space.
         05    Fdg-Operator     Pic X(8).

       Fd fdefile.
       01    Fde-Record.
         05    Fde-Reason       Pic X(25).
         05    Filler           Pic X(1) value space.
         05    Fde-Date         Pic X(8).
         05    Filler           Pic X(1) value space.
         05    Fde-Location     Pic X(10).
         05    Filler           Pic X(1) value space.
         05    Fde-Enclosure    Pic X(10).
         05    Filler           Pic X(1) value space.
         05    Fde-Type         Pic X(12).

       Fd aptfile.
       01    Apt-Record.
         05    Apt-Pct          Pic 9(3).
         05    Apt-Days         Pic 9(2).

       Fd oprfile.
       01    Opr-Record.
         05    Opr-Id           Pic X(8).
         05    Opr-Role         Pic X(1).
         05    Opr-Name         Pic X(20).

       Working-storage section.
        01  fed-status        pic X(2).
        01  asn-status        pic X(2).
        01  fdt-status        pic X(2).
        01  fdg-status        pic X(2).
        01  fde-status        pic X(2).
        01  apt-status        pic X(2).
        01  eof               pic X value "N".
           88 eof-false       value "Y".
        01  fed-eof           pic X value "N".
           88 fed-eof-false   value "Y".
        01  asn-eof           pic X value "N".
           88 asn-eof-false   value "Y".
        01  fdt-eof           pic X value "N".
           88 fdt-eof-false   value "Y".
        01  fdg-eof           pic X value "N".
           88 fdg-eof-false   value "Y".
        01  parm-date         pic X(8).
        01  ws-today          pic 9(8) value zero.
        01  ws-report-date    pic 9(8) value zero.
        01  ws-report-int     pic 9(8) value zero.
        01  ws-window-start   pic 9(8) value zero.
        01  ws-row-int        pic 9(8) value zero.
        01  ws-alert-pct      pic 9(3) value 75.
        01  ws-alert-days     pic 9(2) value 2.

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

        01  Animal-Table.
            05  Animal-Entry occurs 1000 times
                   indexed by An-Idx.
                10  An-Name      pic X(12).
                10  An-Species   pic X(15).
        01  Animal-Count       pic 9(5) value zero.

        01  Feed-Ref-Table.
            05  Feed-Ref-Entry occurs 100 times
                   indexed by Fr-Idx.
                10  Fr-Species pic X(15).
                10  Fr-Type    pic X(12).
                10  Fr-Qty     pic 9(3)V9(2).
        01  Feed-Ref-Count     pic 9(3) value zero.

        01  Assign-Table.
            05  Assign-Entry occurs 1000 times
                   indexed by As-Idx.
                10  As-Name      pic X(12).
                10  As-Loc       pic X(10).
                10  As-Enc       pic X(10).
                10  As-Species   pic X(15).
        01  Assign-Count       pic 9(5) value zero.

      *>   One row per enclosure, feed type and day inside the
      *>   alert window; several log entries for the same feed on
      *>   the same day are summed.
        01  Log-Table.
            05  Log-Entry occurs 2000 times
                   indexed by Lg-Idx Lg-Idx2.
                10  Lg-Loc       pic X(10).
                10  Lg-Enc       pic X(10).
                10  Lg-Type      pic X(12).
                10  Lg-Date      pic 9(8).
                10  Lg-Offered   pic 9(7)V9(2).
                10  Lg-Eaten     pic 9(7)V9(2).
        01  Log-Count          pic 9(5) value zero.

        01  ws-found           pic X value "N".
           88 ws-found-yes     value "Y".
        01  ws-found-idx       pic 9(5) value zero.
        01  ws-loc-key         pic X(10).
        01  ws-enc-key         pic X(10).
        01  ws-type-key        pic X(12).
        01  ws-an-name-key     pic X(12).
        01  ws-reject-reason   pic X(25).
        01  trans-applied      pic 9(5) value zero.
        01  trans-rejected     pic 9(5) value zero.
        01  ws-plan            pic 9(7)V9(2) value zero.
        01  ws-heads           pic 9(5) value zero.
        01  ws-line-qty        pic 9(7)V9(2) value zero.
        01  ws-pct             pic 9(5) value zero.
        01  ws-low-days        pic 9(3) value zero.
        01  ws-alerts          pic 9(5) value zero.
        01  ws-lines-shown     pic 9(5) value zero.
        01  ws-qty-format      pic Z(6)9.99.
        01  ws-qty-format2     pic Z(6)9.99.
        01  ws-pct-format      pic Z(4)9.
        01  ws-count-format    pic Z(4)9.



       Procedure Division.
       000-main.

           Perform 100-initialize
           Perform 102-Load-Operators
           Perform 110-Load-Animals
           Perform 120-Load-Feed-Refs
           Perform 130-Load-Assignments
           Perform 140-Load-Config

           perform until fdt-eof-false
              read fdtfile
                 at end
                    set fdt-eof-false to true
                 not at end
                    perform 300-Apply-Transaction
              end-read
           end-perform

           close fdtfile
           close fdefile
           close fdgfile

           move trans-applied to ws-count-format
           display "Feeding log entries applied:  " ws-count-format
           move trans-rejected to ws-count-format
           display "Feeding log entries rejected: " ws-count-format

           perform 500-Load-Window
           perform 600-Print-Intake-Report

           if ws-alerts > zero
              move 4 to return-code
           end-if

           stop run.

       100-initialize.
           accept ws-today from date yyyymmdd
           move ws-today to ws-report-date
           accept parm-date from command-line
           if parm-date not = spaces
              if parm-date is numeric
                 move parm-date to ws-report-date
              else
                 display "BAD REPORT DATE: " parm-date
                 move 12 to return-code
                 stop run
              end-if
           end-if
           compute ws-report-int =
              function integer-of-date(ws-report-date)
           open input fdtfile
           if fdt-status = "35"
              open output fdtfile
              close fdtfile
              open input fdtfile
           end-if
           open extend fdefile
           if fde-status = "35"
              open output fdefile
           end-if
           open extend fdgfile
           if fdg-status = "35"
              open output fdgfile
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

      *>   Quarantined animals are fed too, so the plan covers
      *>   status A, blank, and Q, as Lab4h's draw does.
       110-Load-Animals.
           open input infile
           perform until eof-false
              read infile
                 at end
                    set eof-false to true
                 not at end
                    if AnimalStatus = "A" or AnimalStatus = space
                          or AnimalStatus = "Q"
                       perform 115-Load-Animal
                    end-if
              end-read
           end-perform
           close infile.

       115-Load-Animal.
           if Animal-Count >= 1000
              display "ANIMAL TABLE FULL: more than 1000 "
                 "active records in lab3-in.dat"
              move 12 to return-code
              stop run
           end-if
           add 1 to Animal-Count
           move AnimalName to An-Name(Animal-Count)
           move function upper-case(
              function trim(Species))
              to An-Species(Animal-Count).

       120-Load-Feed-Refs.
           open input fedfile
           if fed-status not = "00"
              display "FEED REFERENCE FILE lab3-fed.dat MISSING "
                 "(status " fed-status ")"
              move 12 to return-code
              stop run
           end-if
           perform until fed-eof-false
              read fedfile
                 at end
                    set fed-eof-false to true
                 not at end
                    if Feed-Ref-Count >= 100
                       display "FEED REFERENCE TABLE FULL: more "
                          "than 100 entries in lab3-fed.dat"
                       move 12 to return-code
                       stop run
                    end-if
                    add 1 to Feed-Ref-Count
                    move function upper-case(
                       function trim(Fed-Species))
                       to Fr-Species(Feed-Ref-Count)
                    move Fed-Type to Fr-Type(Feed-Ref-Count)
                    move Fed-Qty  to Fr-Qty(Feed-Ref-Count)
              end-read
           end-perform
           close fedfile.

      *>   Only assignments of animals still on the grounds count
      *>   toward an enclosure's plan.
       130-Load-Assignments.
           open input asnfile
           if asn-status = "00"
              perform until asn-eof-false
                 read asnfile
                    at end
                       set asn-eof-false to true
                    not at end
                       move Asn-AnimalName to ws-an-name-key
                       perform 200-Find-Animal
                       if ws-found-yes
                          perform 135-Load-Assignment
                       end-if
                 end-read
              end-perform
              close asnfile
           end-if.

       135-Load-Assignment.
           if Assign-Count >= 1000
              display "ASSIGNMENT TABLE FULL: more "
                 "than 1000 rows in lab3-asn.dat"
              move 12 to return-code
              stop run
           end-if
           add 1 to Assign-Count
           move Asn-AnimalName to As-Name(Assign-Count)
           move Asn-Location   to As-Loc(Assign-Count)
           move Asn-Enclosure  to As-Enc(Assign-Count)
           move An-Species(ws-found-idx)
              to As-Species(Assign-Count).

       140-Load-Config.
           open input aptfile
           if apt-status = "00"
              read aptfile
                 at end
                    continue
                 not at end
                    if Apt-Pct is numeric and Apt-Pct > zero
                       move Apt-Pct to ws-alert-pct
                    end-if
                    if Apt-Days is numeric and Apt-Days > zero
                       move Apt-Days to ws-alert-days
                    end-if
              end-read
              close aptfile
           end-if.

       200-Find-Animal.
           move "N" to ws-found
           move zero to ws-found-idx
           perform varying An-Idx from 1 by 1
                   until An-Idx > Animal-Count or ws-found-yes
              if An-Name(An-Idx) = ws-an-name-key
                 set ws-found-idx to An-Idx
                 move "Y" to ws-found
              end-if
           end-perform.

       210-Find-Enclosure.
           move "N" to ws-found
           perform varying As-Idx from 1 by 1
                   until As-Idx > Assign-Count or ws-found-yes
              if As-Loc(As-Idx) = ws-loc-key
                    and As-Enc(As-Idx) = ws-enc-key
                 move "Y" to ws-found
              end-if
           end-perform.

       220-Find-Feed-Type.
           move "N" to ws-found
           perform varying Fr-Idx from 1 by 1
                   until Fr-Idx > Feed-Ref-Count or ws-found-yes
              if Fr-Type(Fr-Idx) = ws-type-key
                 move "Y" to ws-found
              end-if
           end-perform.

      *>   The day's plan for one enclosure and feed type: every
      *>   animal housed there times its species' daily ration of
      *>   that feed.
       250-Compute-Plan.
           move zero to ws-plan
           perform varying As-Idx from 1 by 1
                   until As-Idx > Assign-Count
              if As-Loc(As-Idx) = ws-loc-key
                    and As-Enc(As-Idx) = ws-enc-key
                 perform varying Fr-Idx from 1 by 1
                         until Fr-Idx > Feed-Ref-Count
                    if Fr-Species(Fr-Idx) = As-Species(As-Idx)
                          and Fr-Type(Fr-Idx) = ws-type-key
                       add Fr-Qty(Fr-Idx) to ws-plan
                    end-if
                 end-perform
              end-if
           end-perform.

       300-Apply-Transaction.
           move function upper-case(
              function trim(Fdt-Operator)) to ws-opr-key
           perform 103-Find-Operator
           if not ws-opr-found-yes
                 or (ws-opr-role not = "K" and ws-opr-role not = "S")
              move "OPERATOR NOT AUTHORIZED" to ws-reject-reason
              perform 400-Write-Reject
           else
              perform 305-Apply-Authorized
           end-if.

       305-Apply-Authorized.
           move function upper-case(
              function trim(Fdt-Location)) to ws-loc-key
           move function upper-case(
              function trim(Fdt-Enclosure)) to ws-enc-key
           move Fdt-Type to ws-type-key
           perform 210-Find-Enclosure
           if not ws-found-yes
              move "ENCLOSURE NOT OCCUPIED" to ws-reject-reason
              perform 400-Write-Reject
           else
              perform 310-Check-And-Log
           end-if.

       310-Check-And-Log.
           perform 220-Find-Feed-Type
           evaluate true
              when Fdt-Date is not numeric or Fdt-Date = zero
                    or Fdt-Date > ws-today
                 move "BAD FEEDING DATE" to ws-reject-reason
                 perform 400-Write-Reject
              when not ws-found-yes
                 move "UNKNOWN FEED TYPE" to ws-reject-reason
                 perform 400-Write-Reject
              when Fdt-Offered is not numeric
                    or Fdt-Left is not numeric
                    or Fdt-Left > Fdt-Offered
                 move "BAD QUANTITY" to ws-reject-reason
                 perform 400-Write-Reject
              when other
                 move spaces to Fdg-Record
                 move Fdt-Date     to Fdg-Date
                 move ws-loc-key   to Fdg-Location
                 move ws-enc-key   to Fdg-Enclosure
                 move Fdt-Type     to Fdg-Type
                 move Fdt-Offered  to Fdg-Offered
                 move Fdt-Left     to Fdg-Left
                 move Fdt-Operator to Fdg-Operator
                 write Fdg-Record
                 add 1 to trans-applied
           end-evaluate.

       400-Write-Reject.
           move spaces to Fde-Record
           move ws-reject-reason to Fde-Reason
           move Fdt-Date         to Fde-Date
           move Fdt-Location     to Fde-Location
           move Fdt-Enclosure    to Fde-Enclosure
           move Fdt-Type         to Fde-Type
           write Fde-Record
           add 1 to trans-rejected.

      *>   The ledger is read back for the alert window only: the
      *>   report date and the days before it.
       500-Load-Window.
           compute ws-window-start =
              ws-report-int - ws-alert-days + 1
           move "N" to fdg-eof
           open input fdgfile
           if fdg-status = "00"
              perform until fdg-eof-false
                 read fdgfile
                    at end
                       set fdg-eof-false to true
                    not at end
                       if Fdg-Date is numeric and Fdg-Date > zero
                          compute ws-row-int =
                             function integer-of-date(Fdg-Date)
                          if ws-row-int >= ws-window-start
                                and ws-row-int <= ws-report-int
                             perform 510-Add-Log-Row
                          end-if
                       end-if
                 end-read
              end-perform
              close fdgfile
           end-if.

       510-Add-Log-Row.
           move "N" to ws-found
           perform varying Lg-Idx from 1 by 1
                   until Lg-Idx > Log-Count or ws-found-yes
              if Lg-Loc(Lg-Idx) = Fdg-Location
                    and Lg-Enc(Lg-Idx) = Fdg-Enclosure
                    and Lg-Type(Lg-Idx) = Fdg-Type
                    and Lg-Date(Lg-Idx) = Fdg-Date
                 set ws-found-idx to Lg-Idx
                 move "Y" to ws-found
              end-if
           end-perform
           if not ws-found-yes
              if Log-Count >= 2000
                 display "FEEDING LOG TABLE FULL: more than 2000 "
                    "rows in the alert window"
                 move 12 to return-code
                 stop run
              end-if
              add 1 to Log-Count
              move Log-Count     to ws-found-idx
              move Fdg-Location  to Lg-Loc(Log-Count)
              move Fdg-Enclosure to Lg-Enc(Log-Count)
              move Fdg-Type      to Lg-Type(Log-Count)
              move Fdg-Date      to Lg-Date(Log-Count)
              move zero          to Lg-Offered(Log-Count)
              move zero          to Lg-Eaten(Log-Count)
           end-if
           add Fdg-Offered to Lg-Offered(ws-found-idx)
           compute Lg-Eaten(ws-found-idx) =
              Lg-Eaten(ws-found-idx) + Fdg-Offered - Fdg-Left.

       600-Print-Intake-Report.
           display " "
           display "Feeding intake report for " ws-report-date
           move ws-alert-pct  to ws-pct-format
           move ws-alert-days to ws-count-format
           display "  (appetite alert under " ws-pct-format
              "% of plan for " ws-count-format " days)"
           display " "
           move zero to ws-lines-shown
           perform varying Lg-Idx from 1 by 1
                   until Lg-Idx > Log-Count
              if Lg-Date(Lg-Idx) = ws-report-date
                 perform 610-Print-Enclosure-Feed
              end-if
           end-perform
           if ws-lines-shown = zero
              display "  No feeding logged for " ws-report-date
           end-if
           display " "
           move ws-alerts to ws-count-format
           display "  Appetite alerts:       " ws-count-format.

       610-Print-Enclosure-Feed.
           add 1 to ws-lines-shown
           move Lg-Loc(Lg-Idx)  to ws-loc-key
           move Lg-Enc(Lg-Idx)  to ws-enc-key
           move Lg-Type(Lg-Idx) to ws-type-key
           perform 250-Compute-Plan
           move Lg-Eaten(Lg-Idx) to ws-qty-format
           move ws-plan          to ws-qty-format2
           if ws-plan > zero
              compute ws-pct rounded =
                 Lg-Eaten(Lg-Idx) * 100 / ws-plan
              move ws-pct to ws-pct-format
              display "  " ws-loc-key " " ws-enc-key " "
                 ws-type-key " ate " ws-qty-format " of plan "
                 ws-qty-format2 " (" ws-pct-format "%)"
              perform 620-Print-Species-Plan
              perform 630-Check-Appetite
           else
              display "  " ws-loc-key " " ws-enc-key " "
                 ws-type-key " ate " ws-qty-format
                 " (not on the plan for this enclosure)"
           end-if.

      *>   The plan broken out by the species housed in the
      *>   enclosure that eat this feed.
       620-Print-Species-Plan.
           perform varying Fr-Idx from 1 by 1
                   until Fr-Idx > Feed-Ref-Count
              if Fr-Type(Fr-Idx) = ws-type-key
                 move zero to ws-heads
                 perform varying As-Idx from 1 by 1
                         until As-Idx > Assign-Count
                    if As-Loc(As-Idx) = ws-loc-key
                          and As-Enc(As-Idx) = ws-enc-key
                          and As-Species(As-Idx) = Fr-Species(Fr-Idx)
                       add 1 to ws-heads
                    end-if
                 end-perform
                 if ws-heads > zero
                    compute ws-line-qty = ws-heads * Fr-Qty(Fr-Idx)
                    move ws-heads    to ws-count-format
                    move ws-line-qty to ws-qty-format
                    display "      " Fr-Species(Fr-Idx) " "
                       ws-count-format " head, plan " ws-qty-format
                 end-if
              end-if
           end-perform.

      *>   The alert needs a logged day under the threshold for
      *>   every day of the window; a day with no log breaks the
      *>   run rather than counting against the animals.
       630-Check-Appetite.
           move zero to ws-low-days
           perform varying Lg-Idx2 from 1 by 1
                   until Lg-Idx2 > Log-Count
              if Lg-Loc(Lg-Idx2) = ws-loc-key
                    and Lg-Enc(Lg-Idx2) = ws-enc-key
                    and Lg-Type(Lg-Idx2) = ws-type-key
                    and Lg-Eaten(Lg-Idx2) * 100
                       < ws-plan * ws-alert-pct
                 add 1 to ws-low-days
              end-if
           end-perform
           if ws-low-days >= ws-alert-days
              add 1 to ws-alerts
              display "      *** APPETITE ALERT ***"
           end-if.
