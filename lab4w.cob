       Identification Division.
       Program-id.          Lab4w.

      *      Name: Tyler Zysberg. Description: LAB4w.Annual species
      *>     stock roll-forward for the accreditation inventory:
      *>     for the year given as the parameter (YYYY, prompted
      *>     when blank) proves per species that opening headcount
      *>     plus births, acquisitions and transfers in, less deaths,
      *>     releases and transfers out, equals the closing
      *>     headcount, every figure in male.female.unknown form.
      *>     Opening and closing stock and the acquisitions come from
      *>     the lab3-in.dat statuses and dates (status D death, R
      *>     release, T transfer out on its DispDate), births from the
      *>     lab3-ped.dat offspring registered in the year, and
      *>     transfers in from the breeding loans taken in during the
      *>     year in lab3-lon.dat. Each animal must balance on its
      *>     own; any animal that does not -- a departure with no
      *>     date, a birth the master does not show arriving, a birth
      *>     never added to the master -- is listed under its species
      *>     and the species is flagged OUT OF BALANCE. Movements in
      *>     the lab3-led.dat ledger during the year by an animal the
      *>     master shows as not on hand are listed as well. Ends
      *>     with return code 4 when anything is flagged.
      *>     2026-10-15  TZ  Initial version.
      *>     2026-10-15  TZ  A pedigree record counts as a birth
      *>     only when its dam is on the master; arrivals imported
      *>     with their parentage by Lab4y carry a pedigree record
      *>     too, but were born elsewhere and count as acquisitions.

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

            select lonfile assign to "lab3-lon.dat"
                organization is line sequential
                file status is lon-status.

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
         05    Led-Run-Date     Pic 9(8).
         05    Filler           Pic X(1).
         05    Led-Run-Time     Pic 9(8).
         05    Filler           Pic X(1).
         05    Led-AnimalName   Pic X(12).
         05    Filler           Pic X(1).
         05    Led-From         Pic X(10).
         05    Filler           Pic X(1).
         05    Led-To           Pic X(10).

       Fd lonfile.
       01    Lon-Record.
         05    Lon-AnimalName   Pic X(12).
         05    Filler           Pic X(1).
         05    Lon-Partner      Pic X(20).
         05    Filler           Pic X(1).
         05    Lon-Direction    Pic X(1).
         05    Filler           Pic X(1).
         05    Lon-Start        Pic 9(8).

       Working-storage section.
        01  ped-status        pic X(2).
        01  led-status        pic X(2).
        01  lon-status        pic X(2).
        01  eof               pic X value "N".
           88 eof-false       value "Y".
        01  ped-eof           pic X value "N".
           88 ped-eof-false   value "Y".
        01  led-eof           pic X value "N".
           88 led-eof-false   value "Y".
        01  lon-eof           pic X value "N".
           88 lon-eof-false   value "Y".
        01  parm-year         pic X(4).
        01  ws-year-start     pic 9(8) value zero.
        01  ws-year-end       pic 9(8) value zero.

        01  Animal-Table.
            05  Animal-Entry occurs 1000 times
                   indexed by An-Idx.
                10  An-Name      pic X(12).
                10  An-Gender    pic X(1).
                10  An-Species   pic X(15).
                10  An-Acquire   pic 9(8).
                10  An-Status    pic X(1).
                10  An-Disp      pic 9(8).
        01  Animal-Count       pic 9(5) value zero.

        01  Birth-Table.
            05  Birth-Entry occurs 500 times
                   indexed by Bt-Idx.
                10  Bt-Name      pic X(12).
                10  Bt-Dam       pic X(12).
                10  Bt-Matched   pic X(1).
        01  Birth-Count        pic 9(5) value zero.

        01  Loan-In-Table.
            05  Loan-In-Entry occurs 500 times
                   indexed by Li-Idx.
                10  Li-Name      pic X(12).
        01  Loan-In-Count      pic 9(5) value zero.

      *>   Per species, nine lines of the roll-forward in
      *>   male / female / unknown columns: 1 opening, 2 births,
      *>   3 acquisitions, 4 transfers in, 5 deaths, 6 releases,
      *>   7 transfers out, 8 actual closing, 9 computed closing.
        01  Roll-Table.
            05  Roll-Entry occurs 200 times indexed by Rf-Idx.
                10  Rf-Species   pic X(15).
                10  Rf-Gaps      pic 9(5).
                10  Rf-Line occurs 9 times indexed by Rl-Idx.
                    15  Rf-Count occurs 3 times
                           indexed by Rg-Idx pic S9(5).
        01  Roll-Count         pic 9(3) value zero.

        01  Gap-Table.
            05  Gap-Entry occurs 500 times indexed by Gp-Idx.
                10  Gp-Species   pic X(15).
                10  Gp-Name      pic X(12).
                10  Gp-Reason    pic X(30).
        01  Gap-Count          pic 9(5) value zero.

        01  Roll-Labels-Init.
            05  Filler pic X(20) value "Opening stock".
            05  Filler pic X(20) value "+ Births".
            05  Filler pic X(20) value "+ Acquisitions".
            05  Filler pic X(20) value "+ Transfers in".
            05  Filler pic X(20) value "- Deaths".
            05  Filler pic X(20) value "- Releases".
            05  Filler pic X(20) value "- Transfers out".
            05  Filler pic X(20) value "Closing stock".
            05  Filler pic X(20) value "Computed closing".
        01  Roll-Labels redefines Roll-Labels-Init.
            05  Roll-Label occurs 9 times pic X(20).

        01  ws-found           pic X value "N".
           88 ws-found-yes     value "Y".
        01  ws-found-idx       pic 9(5) value zero.
        01  ws-an-name-key     pic X(12).
        01  ws-species-key     pic X(15).
        01  ws-gender-key      pic X(1).
        01  ws-gender-col      pic 9(1) value zero.
        01  ws-acq-ok          pic X value "N".
           88 ws-acq-ok-yes    value "Y".
        01  ws-disp-ok         pic X value "N".
           88 ws-disp-ok-yes   value "Y".
        01  ws-departed        pic X value "N".
           88 ws-departed-yes  value "Y".
        01  ws-born-in-year    pic X value "N".
           88 ws-born-in-year-yes value "Y".
        01  ws-open            pic 9(1) value zero.
        01  ws-close           pic 9(1) value zero.
        01  ws-in-line         pic 9(1) value zero.
        01  ws-out-line        pic 9(1) value zero.
        01  ws-balance         pic S9(3) value zero.
        01  ws-gap-reason      pic X(30).
        01  ws-unbalanced      pic 9(5) value zero.
        01  ws-mfu             pic X(20).
        01  ws-mfu-m           pic Z(4)9-.
        01  ws-mfu-f           pic Z(4)9-.
        01  ws-mfu-u           pic Z(4)9-.
        01  ws-count-format    pic Z(4)9.



       Procedure Division.
       000-main.

           Perform 100-initialize
           Perform 110-Load-Animals
           Perform 120-Load-Births
           Perform 130-Load-Loans-In

           perform varying An-Idx from 1 by 1
                   until An-Idx > Animal-Count
              perform 300-Roll-Animal
           end-perform
           perform 350-Roll-Unmatched-Births
           perform 400-Check-Ledger
           perform 500-Compute-Closing
           perform 600-Print-Roll-Forward

           if ws-unbalanced > zero or Gap-Count > zero
              move 4 to return-code
           end-if

           stop run.

       100-initialize.
           accept parm-year from command-line
           if parm-year = spaces
              display "Roll-forward year (YYYY): "
                 with no advancing
              accept parm-year
           end-if
           if parm-year is not numeric or parm-year < "1900"
              display "BAD ROLL-FORWARD YEAR: " parm-year
              move 12 to return-code
              stop run
           end-if
           move parm-year  to ws-year-start(1:4)
           move "0101"     to ws-year-start(5:4)
           move parm-year  to ws-year-end(1:4)
           move "1231"     to ws-year-end(5:4).

       110-Load-Animals.
           open input infile
           perform until eof-false
              read infile
                 at end
                    set eof-false to true
                 not at end
                    if Animal-Count >= 1000
                       display "ANIMAL TABLE FULL: more than 1000 "
                          "records in lab3-in.dat"
                       move 12 to return-code
                       stop run
                    end-if
                    add 1 to Animal-Count
                    move AnimalName   to An-Name(Animal-Count)
                    move Gender       to An-Gender(Animal-Count)
                    move function upper-case(
                       function trim(Species))
                       to An-Species(Animal-Count)
                    if AcquireDate is numeric
                       move AcquireDate to An-Acquire(Animal-Count)
                    else
                       move zero to An-Acquire(Animal-Count)
                    end-if
                    move AnimalStatus to An-Status(Animal-Count)
                    if DispDate is numeric
                       move DispDate to An-Disp(Animal-Count)
                    else
                       move zero to An-Disp(Animal-Count)
                    end-if
              end-read
           end-perform
           close infile.

       120-Load-Births.
           open input pedfile
           if ped-status = "00"
              perform until ped-eof-false
                 read pedfile
                    at end
                       set ped-eof-false to true
                    not at end
                       if Ped-BirthDate is numeric
                             and Ped-BirthDate >= ws-year-start
                             and Ped-BirthDate <= ws-year-end
                          move Ped-Dam to ws-an-name-key
                          perform 200-Find-Animal
                          if ws-found-yes
                             perform 125-Add-Birth
                          end-if
                       end-if
                 end-read
              end-perform
              close pedfile
           end-if.

       125-Add-Birth.
           if Birth-Count >= 500
              display "BIRTH TABLE FULL: more than 500 births "
                 "in lab3-ped.dat for " parm-year
              move 12 to return-code
              stop run
           end-if
           add 1 to Birth-Count
           move Ped-Offspring to Bt-Name(Birth-Count)
           move Ped-Dam       to Bt-Dam(Birth-Count)
           move "N"           to Bt-Matched(Birth-Count).

       130-Load-Loans-In.
           open input lonfile
           if lon-status = "00"
              perform until lon-eof-false
                 read lonfile
                    at end
                       set lon-eof-false to true
                    not at end
                       if Lon-Direction = "I"
                             and Lon-Start is numeric
                             and Lon-Start >= ws-year-start
                             and Lon-Start <= ws-year-end
                          perform 135-Add-Loan-In
                       end-if
                 end-read
              end-perform
              close lonfile
           end-if.

       135-Add-Loan-In.
           if Loan-In-Count >= 500
              display "LOAN TABLE FULL: more than 500 loans in "
                 "for " parm-year
              move 12 to return-code
              stop run
           end-if
           add 1 to Loan-In-Count
           move Lon-AnimalName to Li-Name(Loan-In-Count).

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

       210-Find-Species.
           move "N" to ws-found
           perform varying Rf-Idx from 1 by 1
                   until Rf-Idx > Roll-Count or ws-found-yes
              if Rf-Species(Rf-Idx) = ws-species-key
                 set ws-found-idx to Rf-Idx
                 move "Y" to ws-found
              end-if
           end-perform
           if not ws-found-yes
              if Roll-Count >= 200
                 display "SPECIES TABLE FULL: more than 200 "
                    "species in the roll-forward"
                 move 12 to return-code
                 stop run
              end-if
              add 1 to Roll-Count
              move Roll-Count to ws-found-idx
              move ws-species-key to Rf-Species(Roll-Count)
              move zero to Rf-Gaps(Roll-Count)
              perform varying Rl-Idx from 1 by 1 until Rl-Idx > 9
                 perform varying Rg-Idx from 1 by 1
                         until Rg-Idx > 3
                    move zero to Rf-Count(Roll-Count, Rl-Idx, Rg-Idx)
                 end-perform
              end-perform
           end-if.

       220-Gender-Column.
           evaluate function upper-case(ws-gender-key)
              when "M" move 1 to ws-gender-col
              when "F" move 2 to ws-gender-col
              when other
                 move 3 to ws-gender-col
           end-evaluate.

       230-Add-Gap.
           if Gap-Count >= 500
              display "GAP LIST FULL: more than 500 animals "
                 "out of balance"
              move 12 to return-code
              stop run
           end-if
           add 1 to Gap-Count
           move ws-species-key to Gp-Species(Gap-Count)
           move ws-an-name-key to Gp-Name(Gap-Count)
           move ws-gap-reason  to Gp-Reason(Gap-Count)
           add 1 to Rf-Gaps(ws-found-idx).

      *>   One animal's part in the year: on hand at the opening,
      *>   how it arrived, how it left, on hand at the close.
      *>   A departure with no usable DispDate leaves the animal
      *>   off the closing count with no departure to explain it.
       300-Roll-Animal.
           move zero to ws-open ws-close ws-in-line ws-out-line
           move "N" to ws-acq-ok ws-disp-ok ws-departed
           move "N" to ws-born-in-year
           if An-Acquire(An-Idx) > zero
              move "Y" to ws-acq-ok
           end-if
           if An-Disp(An-Idx) > zero
              move "Y" to ws-disp-ok
           end-if
           if An-Status(An-Idx) = "D" or An-Status(An-Idx) = "T"
                 or An-Status(An-Idx) = "R"
              move "Y" to ws-departed
           end-if
           perform varying Bt-Idx from 1 by 1
                   until Bt-Idx > Birth-Count
                      or ws-born-in-year-yes
              if Bt-Name(Bt-Idx) = An-Name(An-Idx)
                 move "Y" to ws-born-in-year
                 move "Y" to Bt-Matched(Bt-Idx)
              end-if
           end-perform

           if ws-acq-ok-yes
              if An-Acquire(An-Idx) < ws-year-start
                 move 1 to ws-open
                 if ws-departed-yes and ws-disp-ok-yes
                       and An-Disp(An-Idx) < ws-year-start
                    move zero to ws-open
                 end-if
              end-if
              if An-Acquire(An-Idx) <= ws-year-end
                    and not ws-departed-yes
                 move 1 to ws-close
              end-if
              if An-Acquire(An-Idx) <= ws-year-end
                    and ws-departed-yes and ws-disp-ok-yes
                    and An-Disp(An-Idx) > ws-year-end
                 move 1 to ws-close
              end-if
           end-if

           evaluate true
              when ws-born-in-year-yes
                 move 2 to ws-in-line
              when ws-acq-ok-yes
                    and An-Acquire(An-Idx) >= ws-year-start
                    and An-Acquire(An-Idx) <= ws-year-end
                 move 3 to ws-in-line
                 perform varying Li-Idx from 1 by 1
                         until Li-Idx > Loan-In-Count
                    if Li-Name(Li-Idx) = An-Name(An-Idx)
                       move 4 to ws-in-line
                    end-if
                 end-perform
              when other
                 continue
           end-evaluate

           if ws-departed-yes and ws-disp-ok-yes
                 and An-Disp(An-Idx) >= ws-year-start
                 and An-Disp(An-Idx) <= ws-year-end
              evaluate An-Status(An-Idx)
                 when "D" move 5 to ws-out-line
                 when "R" move 6 to ws-out-line
                 when "T" move 7 to ws-out-line
              end-evaluate
           end-if

           if ws-open = zero and ws-close = zero
                 and ws-in-line = zero and ws-out-line = zero
              continue
           else
              perform 310-Post-Animal
           end-if.

       310-Post-Animal.
           move An-Species(An-Idx) to ws-species-key
           move An-Gender(An-Idx)  to ws-gender-key
           perform 220-Gender-Column
           perform 210-Find-Species
           if ws-open = 1
              add 1 to Rf-Count(ws-found-idx, 1, ws-gender-col)
           end-if
           if ws-in-line > zero
              add 1 to Rf-Count(ws-found-idx, ws-in-line,
                 ws-gender-col)
           end-if
           if ws-out-line > zero
              add 1 to Rf-Count(ws-found-idx, ws-out-line,
                 ws-gender-col)
           end-if
           if ws-close = 1
              add 1 to Rf-Count(ws-found-idx, 8, ws-gender-col)
           end-if

           move ws-open to ws-balance
           if ws-in-line > zero
              add 1 to ws-balance
           end-if
           if ws-out-line > zero
              subtract 1 from ws-balance
           end-if
           if ws-balance not = ws-close
              perform 320-Explain-Gap
              move An-Name(An-Idx) to ws-an-name-key
              perform 230-Add-Gap
           end-if.

       320-Explain-Gap.
           evaluate true
              when ws-departed-yes and not ws-disp-ok-yes
                 move "DEPARTED, NO DISP DATE"
                    to ws-gap-reason
              when not ws-acq-ok-yes
                 move "NO ACQUIRE DATE" to ws-gap-reason
              when ws-born-in-year-yes
                 move "BIRTH/ACQUIRE DATES DIFFER"
                    to ws-gap-reason
              when other
                 move "DATES OUT OF ORDER" to ws-gap-reason
           end-evaluate.

      *>   A birth registered in lab3-ped.dat that never reached
      *>   the master counts as a birth with nothing to close it;
      *>   its species is taken from the dam.
       350-Roll-Unmatched-Births.
           perform varying Bt-Idx from 1 by 1
                   until Bt-Idx > Birth-Count
              if Bt-Matched(Bt-Idx) = "N"
                 move Bt-Dam(Bt-Idx) to ws-an-name-key
                 perform 200-Find-Animal
                 if ws-found-yes
                    move An-Species(ws-found-idx) to ws-species-key
                 else
                    move "UNKNOWN" to ws-species-key
                 end-if
                 perform 210-Find-Species
                 add 1 to Rf-Count(ws-found-idx, 2, 3)
                 move Bt-Name(Bt-Idx) to ws-an-name-key
                 move "BIRTH NOT ON MASTER" to ws-gap-reason
                 perform 230-Add-Gap
              end-if
           end-perform.

      *>   A movement is proof the animal was on hand that day;
      *>   each animal is listed once however often it moved.
       400-Check-Ledger.
           open input ledfile
           if led-status = "00"
              perform until led-eof-false
                 read ledfile
                    at end
                       set led-eof-false to true
                    not at end
                       if Led-Run-Date is numeric
                             and Led-Run-Date >= ws-year-start
                             and Led-Run-Date <= ws-year-end
                          perform 410-Check-Movement
                       end-if
                 end-read
              end-perform
              close ledfile
           end-if.

       410-Check-Movement.
           move Led-AnimalName to ws-an-name-key
           perform 200-Find-Animal
           move spaces to ws-gap-reason
           if not ws-found-yes
              move "UNKNOWN" to ws-species-key
              move "MOVED, NOT ON MASTER" to ws-gap-reason
           else
              move An-Species(ws-found-idx) to ws-species-key
              if An-Acquire(ws-found-idx) = zero
                    or Led-Run-Date < An-Acquire(ws-found-idx)
                 move "MOVED BEFORE ACQUIRE DATE"
                    to ws-gap-reason
              end-if
              if (An-Status(ws-found-idx) = "D"
                    or An-Status(ws-found-idx) = "T"
                    or An-Status(ws-found-idx) = "R")
                    and An-Disp(ws-found-idx) > zero
                    and Led-Run-Date > An-Disp(ws-found-idx)
                 move "MOVED AFTER DISP DATE" to ws-gap-reason
              end-if
           end-if
           if ws-gap-reason not = spaces
              move "N" to ws-found
              perform varying Gp-Idx from 1 by 1
                      until Gp-Idx > Gap-Count or ws-found-yes
                 if Gp-Name(Gp-Idx) = ws-an-name-key
                       and Gp-Reason(Gp-Idx) = ws-gap-reason
                    move "Y" to ws-found
                 end-if
              end-perform
              if not ws-found-yes
                 perform 210-Find-Species
                 perform 230-Add-Gap
              end-if
           end-if.

       500-Compute-Closing.
           perform varying Rf-Idx from 1 by 1
                   until Rf-Idx > Roll-Count
              perform varying Rg-Idx from 1 by 1 until Rg-Idx > 3
                 compute Rf-Count(Rf-Idx, 9, Rg-Idx) =
                    Rf-Count(Rf-Idx, 1, Rg-Idx)
                    + Rf-Count(Rf-Idx, 2, Rg-Idx)
                    + Rf-Count(Rf-Idx, 3, Rg-Idx)
                    + Rf-Count(Rf-Idx, 4, Rg-Idx)
                    - Rf-Count(Rf-Idx, 5, Rg-Idx)
                    - Rf-Count(Rf-Idx, 6, Rg-Idx)
                    - Rf-Count(Rf-Idx, 7, Rg-Idx)
              end-perform
           end-perform.

       600-Print-Roll-Forward.
           display " "
           display "Species stock roll-forward for " parm-year
              "  (male.female.unknown)"
           perform varying Rf-Idx from 1 by 1
                   until Rf-Idx > Roll-Count
              perform 610-Print-Species
           end-perform
           display " "
           move Roll-Count to ws-count-format
           display "  Species reconciled:    " ws-count-format
           move ws-unbalanced to ws-count-format
           display "  Out of balance:        " ws-count-format
           move Gap-Count to ws-count-format
           display "  Animals listed:        " ws-count-format.

       610-Print-Species.
           display " "
           display Rf-Species(Rf-Idx)
           perform varying Rl-Idx from 1 by 1 until Rl-Idx > 9
              perform 620-Format-Mfu
              display "  " Roll-Label(Rl-Idx) " " ws-mfu
           end-perform
           if Rf-Count(Rf-Idx, 8, 1) not = Rf-Count(Rf-Idx, 9, 1)
                 or Rf-Count(Rf-Idx, 8, 2)
                    not = Rf-Count(Rf-Idx, 9, 2)
                 or Rf-Count(Rf-Idx, 8, 3)
                    not = Rf-Count(Rf-Idx, 9, 3)
              add 1 to ws-unbalanced
              display "  *** OUT OF BALANCE ***"
           end-if
           if Rf-Gaps(Rf-Idx) > zero
              perform varying Gp-Idx from 1 by 1
                      until Gp-Idx > Gap-Count
                 if Gp-Species(Gp-Idx) = Rf-Species(Rf-Idx)
                    display "      " Gp-Name(Gp-Idx) " "
                       Gp-Reason(Gp-Idx)
                 end-if
              end-perform
           end-if.

       620-Format-Mfu.
           move Rf-Count(Rf-Idx, Rl-Idx, 1) to ws-mfu-m
           move Rf-Count(Rf-Idx, Rl-Idx, 2) to ws-mfu-f
           move Rf-Count(Rf-Idx, Rl-Idx, 3) to ws-mfu-u
           move spaces to ws-mfu
           string function trim(ws-mfu-m) delimited by size
              "." delimited by size
              function trim(ws-mfu-f) delimited by size
              "." delimited by size
              function trim(ws-mfu-u) delimited by size
              into ws-mfu.
