      *>     any animal is on hold, so the nightly chain can surface
      *>     the list.
      *>     2026-09-01  TZ  Initial version.
      *>     2026-10-15  TZ  Entries are now verified against the
      *>     lab3-opr.dat operator reference the way Lab3j verifies
      *>     transactions (unknown or inquiry-only IDs rejected), and
      *>     vaccinations keyed into lab3-vtr.dat (AnimalName, date
      *>     given, vaccine, operator) go through the same checks to
      *>     the permanent lab3-vac.dat vaccination ledger that Lab4r
      *>     schedules boosters from.
      *>     2026-10-15  TZ  Treatment entries carry the dose given
      *>     (7 digits, 2 implied decimals; non-numeric rejected as
      *>     BAD DOSE) and the pharmacy lot it came from (blank = the
      *>     earliest-expiring lot) through to lab3-med.dat, where
      *>     Lab4z draws them down from pharmacy stock.

       environment division.
       input-output section.
                organization is line sequential
                file status is mde-status.

            select oprfile assign to "lab3-opr.dat"
                organization is line sequential
                file status is opr-status.

            select vtrfile assign to "lab3-vtr.dat"
                organization is line sequential
                file status is vtr-status.

            select vacfile assign to "lab3-vac.dat"
                organization is line sequential
                file status is vac-status.

       Data division.
       File Section.
       Fd infile.
         05    Mtr-Medication   Pic X(15).
         05    Mtr-Withdrawal   Pic 9(3).
         05    Mtr-Operator     Pic X(8).
         05    Mtr-Dose         Pic X(7).
         05    Mtr-Lot          Pic X(10).

       Fd medfile.
       01    Med-Record.
         05    Med-Withdrawal   Pic X(3).
         05    Filler           Pic X(1).
         05    Med-Operator     Pic X(8).
         05    Filler           Pic X(1).
         05    Med-Dose         Pic X(7).
         05    Filler           Pic X(1).
         05    Med-Lot          Pic X(10).

       Fd mdefile.
       01    Mde-Record.
         05    Filler           Pic X(1) value space.
         05    Mde-Medication   Pic X(15).

       Fd oprfile.
       01    Opr-Record.
         05    Opr-Id           Pic X(8).
         05    Opr-Role         Pic X(1).
         05    Opr-Name         Pic X(20).

       Fd vtrfile.
       01    Vtr-Record.
         05    Vtr-AnimalName   Pic X(12).
         05    Vtr-Date         Pic 9(8).
         05    Vtr-Vaccine      Pic X(15).
         05    Vtr-Operator     Pic X(8).

       Fd vacfile.
       01    Vac-Record.
         05    Vac-Date         Pic 9(8).
         05    Filler           Pic X(1) value space.
         05    Vac-AnimalName   Pic X(12).
         05    Filler           Pic X(1) value space.
         05    Vac-Vaccine      Pic X(15).
         05    Filler           Pic X(1) value space.
         05    Vac-Operator     Pic X(8).

       Working-storage section.
        01  mtr-status        pic X(2).
        01  med-status        pic X(2).
           88 mtr-eof-false   value "Y".
        01  med-eof           pic X value "N".
           88 med-eof-false   value "Y".
        01  opr-status        pic X(2).
        01  vtr-status        pic X(2).
        01  vac-status        pic X(2).
        01  opr-eof           pic X value "N".
           88 opr-eof-false   value "Y".
        01  vtr-eof           pic X value "N".
           88 vtr-eof-false   value "Y".
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
        01  ws-name-key        pic X(12).
        01  vacs-applied       pic 9(5) value zero.
        01  vacs-rejected      pic 9(5) value zero.
        01  ws-today          pic 9(8) value zero.

        01  Name-Table.
       000-main.

           Perform 100-initialize
           Perform 102-Load-Operators
           Perform 110-Load-Names

           perform until mtr-eof-false

           close medfile

           perform until vtr-eof-false
              read vtrfile
                 at end
                    set vtr-eof-false to true
                 not at end
                    perform 320-Apply-Vaccination
              end-read
           end-perform

           close vacfile

           move entries-applied to ws-count-format
           display "Treatment entries applied:  " ws-count-format
           move entries-rejected to ws-count-format
           display "Treatment entries rejected: " ws-count-format
           move vacs-applied to ws-count-format
           display "Vaccinations applied:       " ws-count-format
           move vacs-rejected to ws-count-format
           display "Vaccinations rejected:      " ws-count-format

           perform 500-Print-Hold-List

           open extend mdefile
           if mde-status = "35"
              open output mdefile
           end-if
           open input vtrfile
           if vtr-status = "35"
              open output vtrfile
              close vtrfile
              open input vtrfile
           end-if
           open extend vacfile
           if vac-status = "35"
              open output vacfile
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
           move "N" to ws-found
           perform varying Nm-Idx from 1 by 1
                   until Nm-Idx > Name-Count or ws-found-yes
              if Nm-Name(Nm-Idx) = ws-name-key
                 move "Y" to ws-found
              end-if
           end-perform.
      *>   given before disposition is still a fact -- so the name
      *>   check is against the whole master, not just active rows.
       300-Apply-Entry.
           move function upper-case(
              function trim(Mtr-Operator)) to ws-opr-key
           perform 103-Find-Operator
           if not ws-opr-found-yes or ws-opr-role = "I"
              move "OPERATOR NOT AUTHORIZED" to ws-reject-reason
              perform 400-Write-Reject
           else
              perform 305-Apply-Authorized
           end-if.

       305-Apply-Authorized.
           move Mtr-AnimalName to ws-name-key
           perform 200-Find-Name
           if not ws-found-yes
              move "ANIMAL NOT ON MASTER" to ws-reject-reason
                 move "BAD TREATMENT DATE" to ws-reject-reason
                 perform 400-Write-Reject
              else
                 if Mtr-Dose not = spaces
                       and Mtr-Dose is not numeric
                    move "BAD DOSE" to ws-reject-reason
                    perform 400-Write-Reject
                 else
                    move spaces to Med-Record
                    move Mtr-Date       to Med-Date
                    move Mtr-AnimalName to Med-AnimalName
                    move Mtr-Medication to Med-Medication
                    move Mtr-Withdrawal to Med-Withdrawal
                    move Mtr-Operator   to Med-Operator
                    move Mtr-Dose       to Med-Dose
                    move function upper-case(
                       function trim(Mtr-Lot)) to Med-Lot
                    write Med-Record
                    add 1 to entries-applied
                 end-if
              end-if
           end-if.

      *>   Vaccinations take exactly the treatment checks: an
      *>   authorized operator, an animal on the master, and a
      *>   treatment date not in the future.
       320-Apply-Vaccination.
           move function upper-case(
              function trim(Vtr-Operator)) to ws-opr-key
           perform 103-Find-Operator
           move Vtr-AnimalName to ws-name-key
           perform 200-Find-Name
           evaluate true
              when not ws-opr-found-yes or ws-opr-role = "I"
                 move "OPERATOR NOT AUTHORIZED" to ws-reject-reason
                 perform 410-Write-Vac-Reject
              when not ws-found-yes
                 move "ANIMAL NOT ON MASTER" to ws-reject-reason
                 perform 410-Write-Vac-Reject
              when Vtr-Date is not numeric or Vtr-Date = zero
                    or Vtr-Date > ws-today
                 move "BAD VACCINATION DATE" to ws-reject-reason
                 perform 410-Write-Vac-Reject
              when Vtr-Vaccine = spaces
                 move "VACCINE MISSING" to ws-reject-reason
                 perform 410-Write-Vac-Reject
              when other
                 move spaces to Vac-Record
                 move Vtr-Date       to Vac-Date
                 move Vtr-AnimalName to Vac-AnimalName
                 move function upper-case(
                    function trim(Vtr-Vaccine)) to Vac-Vaccine
                 move Vtr-Operator   to Vac-Operator
                 write Vac-Record
                 add 1 to vacs-applied
           end-evaluate.

       400-Write-Reject.
           move spaces to Mde-Record
           move ws-reject-reason to Mde-Reason
           write Mde-Record
           add 1 to entries-rejected.

       410-Write-Vac-Reject.
           move spaces to Mde-Record
           move ws-reject-reason to Mde-Reason
           move Vtr-AnimalName   to Mde-AnimalName
           move Vtr-Date         to Mde-Date
           move Vtr-Vaccine      to Mde-Medication
           write Mde-Record
           add 1 to vacs-rejected.

       500-Print-Hold-List.
           display "Withdrawal hold list:"
           open input medfile

       999-finalize.
           close mtrfile
           close vtrfile
           close mdefile.
