       Identification Division.
       Program-id.          Lab5h.

      *      Name: Tyler Zysberg. Description: LAB5h.Animal
      *>     sponsorships for the membership office, kept in
      *>     lab3-spn.dat (sponsor ID, name, address, sponsored
      *>     AnimalName, start date, term in months; the term ends
      *>     the day before the same date term months on). Nightly
      *>     (no parm) it writes the lab3-snn.dat notification
      *>     extract: every sponsorship of an animal Lab3j has
      *>     disposed of (D action on the lab3-aud.dat audit trail,
      *>     status D, T or R) since the last nightly run, and every
      *>     sponsorship naming an animal not on lab3-in.dat. The
      *>     last audit stamp read is kept in lab3-snc.dat so each
      *>     departure is noticed once. With the parm MONTHLY it
      *>     writes instead the lab3-snr.dat renewal extract of terms
      *>     ending within 30 days; an animal no longer on hand gets
      *>     no renewal letter and is listed for the office instead.
      *>     Return code 4 when any notice is written or renewal
      *>     held.
      *>     2026-10-15  TZ  Initial version.

       environment division.
       input-output section.
       file-control.
            select spnfile assign to "lab3-spn.dat"
                organization is line sequential
                file status is spn-status.

            select infile assign to "lab3-in.dat"
                organization is line sequential.

            select audfile assign to "lab3-aud.dat"
                organization is line sequential
                file status is aud-status.

            select sncfile assign to "lab3-snc.dat"
                organization is line sequential
                file status is snc-status.

            select snnfile assign to "lab3-snn.dat"
                organization is line sequential.

            select snrfile assign to "lab3-snr.dat"
                organization is line sequential.

       Data division.
       File Section.
       Fd spnfile.
       01    Spn-Record.
         05    Spn-Id           Pic X(8).
         05    Spn-Name         Pic X(30).
         05    Spn-Address      Pic X(60).
         05    Spn-AnimalName   Pic X(12).
         05    Spn-Start        Pic 9(8).
         05    Spn-Term         Pic 9(3).

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

      *>   Aud-Image is the Lab3j transaction as applied.
       Fd audfile.
       01    Aud-Record.
         05    Aud-Run-Date     Pic X(8).
         05    Filler           Pic X(1).
         05    Aud-Run-Time     Pic X(8).
         05    Filler           Pic X(1).
         05    Aud-Action       Pic X(1).
         05    Filler           Pic X(1).
         05    Aud-AnimalName   Pic X(12).
         05    Filler           Pic X(1).
         05    Aud-Operator     Pic X(8).
         05    Filler           Pic X(1).
         05    Aud-Image.
           10    Filler         Pic X(50).
           10    Aud-Trn-Status Pic X(1).
           10    Aud-Trn-DispDate Pic X(8).
           10    Filler         Pic X(32).

       Fd sncfile.
       01    Snc-Record.
         05    Snc-Run-Date     Pic X(8).
         05    Snc-Run-Time     Pic X(8).

       Fd snnfile.
       01    Snn-Record.
         05    Snn-Reason       Pic X(14).
         05    Filler           Pic X(1) value space.
         05    Snn-Id           Pic X(8).
         05    Filler           Pic X(1) value space.
         05    Snn-Name         Pic X(30).
         05    Filler           Pic X(1) value space.
         05    Snn-Address      Pic X(60).
         05    Filler           Pic X(1) value space.
         05    Snn-AnimalName   Pic X(12).
         05    Filler           Pic X(1) value space.
         05    Snn-Date         Pic 9(8).

       Fd snrfile.
       01    Snr-Record.
         05    Snr-Id           Pic X(8).
         05    Filler           Pic X(1) value space.
         05    Snr-Name         Pic X(30).
         05    Filler           Pic X(1) value space.
         05    Snr-Address      Pic X(60).
         05    Filler           Pic X(1) value space.
         05    Snr-AnimalName   Pic X(12).
         05    Filler           Pic X(1) value space.
         05    Snr-Species      Pic X(15).
         05    Filler           Pic X(1) value space.
         05    Snr-Start        Pic 9(8).
         05    Filler           Pic X(1) value space.
         05    Snr-End          Pic 9(8).

       Working-storage section.
        01  spn-status        pic X(2).
        01  aud-status        pic X(2).
        01  snc-status        pic X(2).
        01  eof               pic X value "N".
           88 eof-false       value "Y".
        01  spn-eof           pic X value "N".
           88 spn-eof-false   value "Y".
        01  aud-eof           pic X value "N".
           88 aud-eof-false   value "Y".
        01  ws-today          pic 9(8) value zero.
        01  ws-renew-horizon  pic 9(8) value zero.
        01  ws-mode           pic X(10).

      *>   Audit rows after this stamp are new since the last
      *>   nightly run; no control file means read them all.
        01  ws-last-stamp.
            05  ws-last-date   pic X(8) value low-values.
            05  ws-last-time   pic X(8) value low-values.
        01  ws-aud-stamp.
            05  ws-aud-date    pic X(8).
            05  ws-aud-time    pic X(8).
        01  ws-high-stamp      pic X(16) value low-values.

        01  Animal-Table.
            05  Animal-Entry occurs 1000 times
                   indexed by An-Idx.
                10  An-Name       pic X(12).
                10  An-Species    pic X(15).
                10  An-Status     pic X(1).
                10  An-DispDate   pic 9(8).
        01  Animal-Count       pic 9(5) value zero.

        01  Departure-Table.
            05  Departure-Entry occurs 500 times
                   indexed by Dp-Idx.
                10  Dp-Name       pic X(12).
                10  Dp-Status     pic X(1).
                10  Dp-Date       pic 9(8).
        01  Departure-Count    pic 9(3) value zero.

        01  ws-found           pic X value "N".
           88 ws-found-yes     value "Y".
        01  ws-found-idx       pic 9(5) value zero.
        01  ws-reason          pic X(14).
        01  ws-notice-date     pic 9(8) value zero.

        01  ws-end-date        pic 9(8) value zero.
        01  ws-end-parts redefines ws-end-date.
            05  ws-end-yyyy    pic 9(4).
            05  ws-end-mm      pic 9(2).
            05  ws-end-dd      pic 9(2).
        01  ws-start-date      pic 9(8) value zero.
        01  ws-start-parts redefines ws-start-date.
            05  ws-start-yyyy  pic 9(4).
            05  ws-start-mm    pic 9(2).
            05  ws-start-dd    pic 9(2).
        01  ws-month-end       pic 9(8) value zero.
        01  ws-month-end-parts redefines ws-month-end.
            05  Filler         pic 9(6).
            05  ws-month-end-dd pic 9(2).
        01  ws-months          pic 9(5) value zero.

        01  sponsorships-read  pic 9(5) value zero.
        01  notices-written    pic 9(5) value zero.
        01  renewals-written   pic 9(5) value zero.
        01  renewals-held      pic 9(5) value zero.
        01  ws-count-format    pic Z(4)9.



       Procedure Division.
       000-main.

           Perform 100-initialize
           Perform 110-Load-Animals

           if ws-mode = "MONTHLY"
              display "Sponsorship renewals due by " ws-renew-horizon
              open output snrfile
              perform until spn-eof-false
                 read spnfile
                    at end
                       set spn-eof-false to true
                    not at end
                       add 1 to sponsorships-read
                       perform 400-Check-Renewal
                 end-read
              end-perform
              close snrfile
              move renewals-written to ws-count-format
              display "Renewal notices:         " ws-count-format
              move renewals-held to ws-count-format
              display "Renewals held:           " ws-count-format
           else
              Perform 120-Load-Departures
              display "Sponsorship notifications " ws-today
              open output snnfile
              perform until spn-eof-false
                 read spnfile
                    at end
                       set spn-eof-false to true
                    not at end
                       add 1 to sponsorships-read
                       perform 300-Check-Sponsorship
                 end-read
              end-perform
              close snnfile
              move notices-written to ws-count-format
              display "Notifications:           " ws-count-format
           end-if
           move sponsorships-read to ws-count-format
           display "Sponsorships read:       " ws-count-format

           perform 999-finalize

           stop run.

       100-initialize.
           accept ws-today from date yyyymmdd
           compute ws-renew-horizon = function date-of-integer(
              function integer-of-date(ws-today) + 30)
           accept ws-mode from command-line
           move function upper-case(
              function trim(ws-mode)) to ws-mode
           open input spnfile
           if spn-status not = "00"
              display "SPONSOR FILE lab3-spn.dat MISSING (status "
                 spn-status ")"
              move 12 to return-code
              stop run
           end-if.

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
                    move Species      to An-Species(Animal-Count)
                    move AnimalStatus to An-Status(Animal-Count)
                    move DispDate     to An-DispDate(Animal-Count)
              end-read
           end-perform
           close infile.

      *>   A Lab3j D action with no D, T or R status was applied
      *>   as D; with no disposition date, as of the run date.
       120-Load-Departures.
           open input sncfile
           if snc-status = "00"
              read sncfile
                 at end
                    continue
                 not at end
                    move Snc-Run-Date to ws-last-date
                    move Snc-Run-Time to ws-last-time
              end-read
              close sncfile
           end-if
           move ws-last-stamp to ws-high-stamp
           open input audfile
           if aud-status = "00"
              perform until aud-eof-false
                 read audfile
                    at end
                       set aud-eof-false to true
                    not at end
                       move Aud-Run-Date to ws-aud-date
                       move Aud-Run-Time to ws-aud-time
                       if ws-aud-stamp > ws-last-stamp
                          if ws-aud-stamp > ws-high-stamp
                             move ws-aud-stamp to ws-high-stamp
                          end-if
                          if Aud-Action = "D"
                             perform 130-Take-Departure
                          end-if
                       end-if
                 end-read
              end-perform
              close audfile
           end-if.

       130-Take-Departure.
           if Departure-Count >= 500
              display "DEPARTURE TABLE FULL: more than 500 "
                 "dispositions on lab3-aud.dat"
              move 12 to return-code
              stop run
           end-if
           add 1 to Departure-Count
           move Aud-AnimalName to Dp-Name(Departure-Count)
           if Aud-Trn-Status = "T" or Aud-Trn-Status = "R"
              move Aud-Trn-Status to Dp-Status(Departure-Count)
           else
              move "D" to Dp-Status(Departure-Count)
           end-if
           if Aud-Trn-DispDate is numeric
                 and Aud-Trn-DispDate > "00000000"
              move Aud-Trn-DispDate to Dp-Date(Departure-Count)
           else
              move Aud-Run-Date to Dp-Date(Departure-Count)
           end-if.

       200-Find-Animal.
           move "N" to ws-found
           perform varying An-Idx from 1 by 1
                   until An-Idx > Animal-Count or ws-found-yes
              if An-Name(An-Idx) = Spn-AnimalName
                 move "Y" to ws-found
                 set ws-found-idx to An-Idx
              end-if
           end-perform.

       300-Check-Sponsorship.
           perform 200-Find-Animal
           if not ws-found-yes
              move "NOT ON MASTER" to ws-reason
              move zero to ws-notice-date
              perform 500-Write-Notice
           end-if
           perform varying Dp-Idx from 1 by 1
                   until Dp-Idx > Departure-Count
              if Dp-Name(Dp-Idx) = Spn-AnimalName
                 evaluate Dp-Status(Dp-Idx)
                    when "T"
                       move "TRANSFERRED" to ws-reason
                    when "R"
                       move "RELEASED"    to ws-reason
                    when other
                       move "DECEASED"    to ws-reason
                 end-evaluate
                 move Dp-Date(Dp-Idx) to ws-notice-date
                 perform 500-Write-Notice
              end-if
           end-perform.

      *>   The term ends the day before its anniversary; a start
      *>   on a day the end month lacks runs to that month's end.
       400-Check-Renewal.
           if Spn-Start is numeric and Spn-Term is numeric
                 and Spn-Term > zero
              perform 410-Renewal-Due
           end-if.

       410-Renewal-Due.
           move Spn-Start to ws-start-date
           compute ws-months = ws-start-mm - 1 + Spn-Term
           compute ws-end-yyyy = ws-start-yyyy + ws-months / 12
           compute ws-end-mm = function mod(ws-months, 12) + 1
           move 1 to ws-end-dd
           if ws-end-mm = 12
              compute ws-month-end = (ws-end-yyyy + 1) * 10000 + 101
           else
              compute ws-month-end = ws-end-date + 100
           end-if
           compute ws-month-end = function date-of-integer(
              function integer-of-date(ws-month-end) - 1)
           if ws-start-dd > ws-month-end-dd
              move ws-month-end to ws-end-date
           else
              move ws-start-dd to ws-end-dd
              compute ws-end-date = function date-of-integer(
                 function integer-of-date(ws-end-date) - 1)
           end-if
           if ws-end-date >= ws-today
                 and ws-end-date <= ws-renew-horizon
              perform 200-Find-Animal
              evaluate true
                 when not ws-found-yes
                    add 1 to renewals-held
                    display "  RENEWAL HELD " Spn-Id " "
                       Spn-AnimalName " NOT ON MASTER"
                 when An-Status(ws-found-idx) = "D"
                       or An-Status(ws-found-idx) = "T"
                       or An-Status(ws-found-idx) = "R"
                    add 1 to renewals-held
                    display "  RENEWAL HELD " Spn-Id " "
                       Spn-AnimalName " STATUS "
                       An-Status(ws-found-idx) " "
                       An-DispDate(ws-found-idx)
                 when other
                    move spaces to Snr-Record
                    move Spn-Id         to Snr-Id
                    move Spn-Name       to Snr-Name
                    move Spn-Address    to Snr-Address
                    move Spn-AnimalName to Snr-AnimalName
                    move An-Species(ws-found-idx) to Snr-Species
                    move Spn-Start      to Snr-Start
                    move ws-end-date    to Snr-End
                    write Snr-Record
                    add 1 to renewals-written
              end-evaluate
           end-if.

       500-Write-Notice.
           move spaces to Snn-Record
           move ws-reason      to Snn-Reason
           move Spn-Id         to Snn-Id
           move Spn-Name       to Snn-Name
           move Spn-Address    to Snn-Address
           move Spn-AnimalName to Snn-AnimalName
           move ws-notice-date to Snn-Date
           write Snn-Record
           display "  " ws-reason " " Spn-Id " " Spn-AnimalName
           add 1 to notices-written.

       999-finalize.
           close spnfile
           if ws-mode not = "MONTHLY"
                 and ws-high-stamp not = ws-last-stamp
              open output sncfile
              move ws-high-stamp to Snc-Record
              write Snc-Record
              close sncfile
           end-if
           if notices-written > zero or renewals-held > zero
              move 4 to return-code
           end-if.
