      *>     H1 header, C1 census, A1 acquisition, D1 disposition,
      *>     M1 movement, T1 control totals.
      *>     2026-09-01  TZ  Initial version.
      *>     2026-10-15  TZ  New P1 record: every permit in the
      *>     lab3-prm.dat permit file held by an animal on the
      *>     premises and expiring within the next 60 days of the
      *>     run date (AnimalName, permit number, expiry). The T1
      *>     control line carries the P1 count after the movement
      *>     count.

       environment division.
       input-output section.
            select filfile assign to "lab3-fil.dat"
                organization is line sequential.

            select prmfile assign to "lab3-prm.dat"
                organization is line sequential
                file status is prm-status.

       Data division.
       File Section.
       Fd infile.
       Fd filfile.
       01    Fil-Line           Pic X(80).

       Fd prmfile.
       01    Prm-Record.
         05    Prm-AnimalName   Pic X(12).
         05    Prm-Number       Pic X(15).
         05    Prm-Expiry       Pic 9(8).

       Working-storage section.
        01  led-status        pic X(2).
        01  eof               pic X value "N".
           88 eof-false       value "Y".
        01  led-eof           pic X value "N".
           88 led-eof-false   value "Y".
        01  prm-status        pic X(2).
        01  prm-eof           pic X value "N".
           88 prm-eof-false   value "Y".
        01  ws-permit-limit   pic 9(8) value zero.

        01  Name-Table.
            05  Name-Entry occurs 1000 times indexed by Nm-Idx.
                10  Nm-Name    pic X(12).
        01  Name-Count         pic 9(5) value zero.
        01  ws-name-found      pic X value "N".
           88 ws-name-found-yes value "Y".
        01  parm-month        pic X(6).
        01  ws-month          pic 9(6) value zero.
        01  ws-run-date       pic 9(8) value zero.
        01  acq-total          pic 9(5) value zero.
        01  disp-total         pic 9(5) value zero.
        01  move-total         pic 9(5) value zero.
        01  permit-total       pic 9(5) value zero.
        01  ws-count-format    pic Z(4)9.


           Perform 400-Write-Acquisitions
           Perform 500-Write-Dispositions
           Perform 600-Write-Movements
           Perform 650-Write-Permits
           Perform 700-Write-Control

           close filfile
              stop run
           end-if
           compute ws-month = function numval(parm-month)
           compute ws-permit-limit = function date-of-integer(
              function integer-of-date(ws-run-date) + 60)
           open output filfile.

      *>   Quarantined animals are physically on the premises, so
                 or AnimalStatus = "Q"
              add 1 to census-total
              perform 130-Tally-Species
              if Name-Count >= 1000
                 display "NAME TABLE FULL: more than 1000 "
                    "animals on the premises"
                 move 12 to return-code
                 stop run
              end-if
              add 1 to Name-Count
              move AnimalName to Nm-Name(Name-Count)
           end-if.

       130-Tally-Species.
              close ledfile
           end-if.

      *>   A permit already expired is not listed here -- Lab3n
      *>   blocks the transfer -- only the ones about to lapse.
       650-Write-Permits.
           open input prmfile
           if prm-status = "00"
              perform until prm-eof-false
                 read prmfile
                    at end
                       set prm-eof-false to true
                    not at end
                       if Prm-Expiry is numeric
                             and Prm-Expiry >= ws-run-date
                             and Prm-Expiry <= ws-permit-limit
                          perform 660-Write-Permit
                       end-if
                 end-read
              end-perform
              close prmfile
           end-if.

       660-Write-Permit.
           move "N" to ws-name-found
           perform varying Nm-Idx from 1 by 1
                   until Nm-Idx > Name-Count or ws-name-found-yes
              if Nm-Name(Nm-Idx) = Prm-AnimalName
                 move "Y" to ws-name-found
              end-if
           end-perform
           if ws-name-found-yes
              add 1 to permit-total
              move spaces to Fil-Line
              move "P1" to Fil-Line(1:2)
              move ws-month to Fil-Line(4:6)
              move Prm-AnimalName to Fil-Line(11:12)
              move Prm-Number to Fil-Line(24:15)
              move Prm-Expiry to Fil-Line(40:8)
              write Fil-Line
           end-if.

       700-Write-Control.
           move spaces to Fil-Line
           move "T1" to Fil-Line(1:2)
           move acq-total    to Fil-Line(19:5)
           move disp-total   to Fil-Line(25:5)
           move move-total   to Fil-Line(31:5)
           move permit-total to Fil-Line(37:5)
           write Fil-Line
           move census-total to ws-count-format
           display "  Census total:       " ws-count-format
           move disp-total to ws-count-format
           display "  Dispositions:       " ws-count-format
           move move-total to ws-count-format
           display "  Movements:          " ws-count-format
           move permit-total to ws-count-format
           display "  Permits expiring:   " ws-count-format.
