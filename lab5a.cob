       Identification Division.
       Program-id.          Lab5a.

      *      Name: Tyler Zysberg. Description: LAB5a.Imports the
      *>     outside diagnostic lab's results CSV (lab3-lab.csv:
      *>     AnimalName,SampleDate,TestCode,Value,Units -- blood
      *>     panels and fecal tests), matches each row against the
      *>     indexed master lab3-in-idx.dat built by Lab3f, writes
      *>     rows with no matching animal or an unreadable date or
      *>     value to the lab3-lds.dat discrepancy file with a
      *>     reason, and appends every matched result to the
      *>     permanent lab3-lrs.dat results ledger. Each value is
      *>     checked against the species reference range in
      *>     lab3-lrr.dat (species, test code, low, high); a value
      *>     outside it is flagged H or L on the ledger, listed as
      *>     an ABNORMAL RESULT on the report for the vet, and
      *>     written to lab3-exc.dat (class LAB RESULT, condition
      *>     ABNORMAL HIGH or ABNORMAL LOW, whole units). Tests with
      *>     no range for the species are stored unflagged and
      *>     counted. Return code 4 when any result is abnormal or
      *>     any row is a discrepancy. Lab4k and the Lab3q history
      *>     option show the ledger rows in each animal's history.
      *>     2026-10-15  TZ  Initial version.

       environment division.
       input-output section.
       file-control.
            select labfile assign to "lab3-lab.csv"
                organization is line sequential
                file status is lab-status.

            select idxfile assign to "lab3-in-idx.dat"
                organization is indexed
                access mode is dynamic
                record key is Idx-AnimalName
                alternate record key is Idx-Species
                   with duplicates
                file status is idx-status.

            select lrrfile assign to "lab3-lrr.dat"
                organization is line sequential
                file status is lrr-status.

            select lrsfile assign to "lab3-lrs.dat"
                organization is line sequential
                file status is lrs-status.

            select ldsfile assign to "lab3-lds.dat"
                organization is line sequential.

            select excfile assign to "lab3-exc.dat"
                organization is line sequential
                file status is exc-status.

       Data division.
       File Section.
       Fd labfile.
       01    Lab-Line           Pic X(80).

       Fd idxfile.
       01    Idx-AnimalClass.
         05    Idx-AnimalName   Pic X(12).
         05    Idx-Gender       Pic X(1).
         05    Idx-Species      Pic X(15).
         05    Idx-BirthDate    Pic 9(8).
         05    Idx-AcquireDate  Pic 9(8).
         05    Idx-Weight       Pic 9(5).
         05    Idx-AnimalStatus Pic X(1).
         05    Idx-DispDate     Pic 9(8).

       Fd lrrfile.
       01    Lrr-Record.
         05    Lrr-Species      Pic X(15).
         05    Lrr-Test         Pic X(10).
         05    Lrr-Low          Pic 9(6)V999.
         05    Lrr-High         Pic 9(6)V999.

       Fd lrsfile.
       01    Lrs-Record.
         05    Lrs-SampleDate   Pic 9(8).
         05    Filler           Pic X(1) value space.
         05    Lrs-AnimalName   Pic X(12).
         05    Filler           Pic X(1) value space.
         05    Lrs-Species      Pic X(15).
         05    Filler           Pic X(1) value space.
         05    Lrs-Test         Pic X(10).
         05    Filler           Pic X(1) value space.
         05    Lrs-Value        Pic 9(6)V999.
         05    Filler           Pic X(1) value space.
         05    Lrs-Units        Pic X(8).
         05    Filler           Pic X(1) value space.
         05    Lrs-Flag         Pic X(1).
         05    Filler           Pic X(1) value space.
         05    Lrs-Import-Date  Pic 9(8).

       Fd ldsfile.
       01    Lds-Record.
         05    Lds-Reason       Pic X(20).
         05    Filler           Pic X(1) value space.
         05    Lds-AnimalName   Pic X(12).
         05    Filler           Pic X(1) value space.
         05    Lds-SampleDate   Pic X(8).
         05    Filler           Pic X(1) value space.
         05    Lds-Test         Pic X(10).
         05    Filler           Pic X(1) value space.
         05    Lds-Value        Pic X(12).

       Fd excfile.
       01    Exc-Record.
         05    Exc-Run-Date     Pic 9(8).
         05    Filler           Pic X(1) value space.
         05    Exc-Run-Time     Pic 9(8).
         05    Filler           Pic X(1) value space.
         05    Exc-Program      Pic X(8).
         05    Filler           Pic X(1) value space.
         05    Exc-Class        Pic X(10).
         05    Filler           Pic X(1) value space.
         05    Exc-Condition    Pic X(14).
         05    Filler           Pic X(1) value space.
         05    Exc-Actual       Pic 9(5).
         05    Filler           Pic X(1) value space.
         05    Exc-Limit        Pic 9(5).

       Working-storage section.
        01  lab-status        pic X(2).
        01  idx-status        pic X(2).
        01  lrr-status        pic X(2).
        01  lrs-status        pic X(2).
        01  exc-status        pic X(2).
        01  lab-eof           pic X value "N".
           88 lab-eof-false   value "Y".
        01  lrr-eof           pic X value "N".
           88 lrr-eof-false   value "Y".
        01  ws-today          pic 9(8) value zero.

        01  ws-lab-name       pic X(12).
        01  ws-lab-date       pic X(8).
        01  ws-lab-test       pic X(10).
        01  ws-lab-value      pic X(12).
        01  ws-lab-units      pic X(8).
        01  ws-value          pic 9(6)V999 value zero.
        01  ws-flag           pic X(1).
        01  ws-reason         pic X(20).

        01  Range-Table.
            05  Range-Entry occurs 500 times
                   indexed by Rg-Idx.
                10  Rg-Species    pic X(15).
                10  Rg-Test       pic X(10).
                10  Rg-Low        pic 9(6)V999.
                10  Rg-High       pic 9(6)V999.
        01  Range-Count        pic 9(3) value zero.
        01  ws-species-key     pic X(15).
        01  ws-found           pic X value "N".
           88 ws-found-yes     value "Y".
        01  ws-range-idx       pic 9(3) value zero.

        01  rows-read          pic 9(5) value zero.
        01  rows-stored        pic 9(5) value zero.
        01  rows-discrepant    pic 9(5) value zero.
        01  rows-abnormal      pic 9(5) value zero.
        01  rows-no-range      pic 9(5) value zero.
        01  ws-count-format    pic Z(4)9.
        01  ws-value-format    pic Z(5)9.999.
        01  ws-low-format      pic Z(5)9.999.
        01  ws-high-format     pic Z(5)9.999.
        01  ws-direction       pic X(4).



       Procedure Division.
       000-main.

           Perform 100-initialize
           Perform 110-Load-Ranges

           display "Diagnostic lab results import " ws-today
           perform until lab-eof-false
              read labfile
                 at end
                    set lab-eof-false to true
                 not at end
                    perform 300-Process-Row
              end-read
           end-perform
           if rows-abnormal = zero
              display "  No abnormal results."
           end-if

           move rows-read to ws-count-format
           display "Result rows read:        " ws-count-format
           move rows-stored to ws-count-format
           display "Results stored:          " ws-count-format
           move rows-abnormal to ws-count-format
           display "Abnormal results:        " ws-count-format
           move rows-no-range to ws-count-format
           display "No reference range:      " ws-count-format
           move rows-discrepant to ws-count-format
           display "Discrepancy rows:        " ws-count-format

           perform 999-finalize

           stop run.

       100-initialize.
           accept ws-today from date yyyymmdd
           open input labfile
           if lab-status not = "00"
              display "Cannot open lab3-lab.csv (status "
                 lab-status ")"
              move 12 to return-code
              stop run
           end-if
           open input idxfile
           if idx-status not = "00"
              display "Cannot open lab3-in-idx.dat (status "
                 idx-status "); run Lab3f BUILD first"
              move 12 to return-code
              stop run
           end-if
           open extend lrsfile
           if lrs-status = "35"
              open output lrsfile
           end-if
           open extend excfile
           if exc-status = "35"
              open output excfile
           end-if
           open output ldsfile.

       110-Load-Ranges.
           open input lrrfile
           if lrr-status not = "00"
              display "REFERENCE RANGE FILE lab3-lrr.dat MISSING "
                 "(status " lrr-status ")"
              move 12 to return-code
              stop run
           end-if
           perform until lrr-eof-false
              read lrrfile
                 at end
                    set lrr-eof-false to true
                 not at end
                    if Range-Count >= 500
                       display "RANGE TABLE FULL: more than 500 "
                          "ranges in lab3-lrr.dat"
                       move 12 to return-code
                       stop run
                    end-if
                    add 1 to Range-Count
                    move function upper-case(
                       function trim(Lrr-Species))
                       to Rg-Species(Range-Count)
                    move function upper-case(
                       function trim(Lrr-Test))
                       to Rg-Test(Range-Count)
                    move Lrr-Low  to Rg-Low(Range-Count)
                    move Lrr-High to Rg-High(Range-Count)
              end-read
           end-perform
           close lrrfile.

       200-Find-Range.
           move function upper-case(
              function trim(Idx-Species)) to ws-species-key
           move "N" to ws-found
           move zero to ws-range-idx
           perform varying Rg-Idx from 1 by 1
                   until Rg-Idx > Range-Count or ws-found-yes
              if Rg-Species(Rg-Idx) = ws-species-key
                    and Rg-Test(Rg-Idx) = ws-lab-test
                 move "Y" to ws-found
                 set ws-range-idx to Rg-Idx
              end-if
           end-perform.

       300-Process-Row.
           if Lab-Line(1:10) = "AnimalName"
              continue
           else
              add 1 to rows-read
              move spaces to ws-lab-name
              move spaces to ws-lab-date
              move spaces to ws-lab-test
              move spaces to ws-lab-value
              move spaces to ws-lab-units
              unstring Lab-Line delimited by ","
                 into ws-lab-name ws-lab-date ws-lab-test
                      ws-lab-value ws-lab-units
              end-unstring
              move function upper-case(
                 function trim(ws-lab-test)) to ws-lab-test
              move function upper-case(
                 function trim(ws-lab-units)) to ws-lab-units
              perform 310-Match-Row
           end-if.

       310-Match-Row.
           move spaces to ws-reason
           move ws-lab-name to Idx-AnimalName
           read idxfile
              invalid key
                 move "NOT ON MASTER" to ws-reason
           end-read
           if ws-reason = spaces
              evaluate true
                 when ws-lab-date is not numeric
                    move "BAD SAMPLE DATE" to ws-reason
                 when ws-lab-date > ws-today
                    move "BAD SAMPLE DATE" to ws-reason
                 when ws-lab-test = spaces
                    move "TEST CODE MISSING" to ws-reason
                 when ws-lab-value = spaces
                    move "BAD VALUE" to ws-reason
                 when function test-numval(ws-lab-value) not = 0
                    move "BAD VALUE" to ws-reason
                 when other
                    compute ws-value = function numval(ws-lab-value)
                       on size error
                          move "BAD VALUE" to ws-reason
                    end-compute
              end-evaluate
           end-if
           if ws-reason = spaces
              perform 320-Store-Result
           else
              perform 400-Write-Discrepancy
           end-if.

       320-Store-Result.
           move space to ws-flag
           perform 200-Find-Range
           if not ws-found-yes
              add 1 to rows-no-range
           else
              if ws-value < Rg-Low(ws-range-idx)
                 move "L" to ws-flag
              end-if
              if ws-value > Rg-High(ws-range-idx)
                 move "H" to ws-flag
              end-if
           end-if
           move spaces to Lrs-Record
           move ws-lab-date    to Lrs-SampleDate
           move Idx-AnimalName to Lrs-AnimalName
           move ws-species-key to Lrs-Species
           move ws-lab-test    to Lrs-Test
           move ws-value       to Lrs-Value
           move ws-lab-units   to Lrs-Units
           move ws-flag        to Lrs-Flag
           move ws-today       to Lrs-Import-Date
           write Lrs-Record
           add 1 to rows-stored
           if ws-flag not = space
              perform 500-Report-Abnormal
           end-if.

       400-Write-Discrepancy.
           add 1 to rows-discrepant
           move spaces to Lds-Record
           move ws-reason    to Lds-Reason
           move ws-lab-name  to Lds-AnimalName
           move ws-lab-date  to Lds-SampleDate
           move ws-lab-test  to Lds-Test
           move ws-lab-value to Lds-Value
           write Lds-Record.

       500-Report-Abnormal.
           add 1 to rows-abnormal
           move ws-value to ws-value-format
           move Rg-Low(ws-range-idx)  to ws-low-format
           move Rg-High(ws-range-idx) to ws-high-format
           if ws-flag = "H"
              move "HIGH" to ws-direction
           else
              move "LOW " to ws-direction
           end-if
           display "  ABNORMAL RESULT " ws-direction " "
              Idx-AnimalName " " ws-species-key " "
              ws-lab-date " " ws-lab-test " " ws-value-format
              " " ws-lab-units " range " ws-low-format
              " - " ws-high-format
           move spaces to Exc-Record
           accept Exc-Run-Date from date yyyymmdd
           accept Exc-Run-Time from time
           move "LAB5A"      to Exc-Program
           move "LAB RESULT" to Exc-Class
           if ws-flag = "H"
              move "ABNORMAL HIGH" to Exc-Condition
              move Rg-High(ws-range-idx) to Exc-Limit
           else
              move "ABNORMAL LOW"  to Exc-Condition
              move Rg-Low(ws-range-idx)  to Exc-Limit
           end-if
           move ws-value to Exc-Actual
           write Exc-Record.

       999-finalize.
           close labfile
           close idxfile
           close lrsfile
           close ldsfile
           close excfile
           if rows-abnormal > zero or rows-discrepant > zero
              move 4 to return-code
           end-if.
