       Identification Division.
       Program-id.          Lab5f.

      *      Name: Tyler Zysberg. Description: LAB5f.Imports the
      *>     enclosure loggers' readings CSV (lab3-env.csv:
      *>     Location,Enclosure,ReadDate,ReadTime,Parameter,Value,
      *>     Units -- temperature, humidity, water quality), matches
      *>     each row to an enclosure on lab3-enc.dat and writes rows
      *>     for an unknown enclosure or with an unreadable date or
      *>     value to the lab3-ens.dat discrepancy file with a
      *>     reason. Each good reading is checked against the
      *>     tolerance in lab3-tol.dat (species, parameter, min, max)
      *>     of every species housed in that enclosure by lab3-asn.dat
      *>     among the animals on hand (status A, blank or Q). A
      *>     reading outside a species' tolerance is listed on the
      *>     daily environmental report and written to lab3-exc.dat
      *>     (class ENCLOSURE, condition READING HIGH or READING LOW,
      *>     whole units), once per species. Readings for an empty
      *>     enclosure, or a parameter with no tolerance for the
      *>     species, are counted only. Return code 4 when any
      *>     reading is out of range or any row is a discrepancy.
      *>     2026-10-15  TZ  Initial version.

       environment division.
       input-output section.
       file-control.
            select envfile assign to "lab3-env.csv"
                organization is line sequential
                file status is env-status.

            select infile assign to "lab3-in.dat"
                organization is line sequential.

            select asnfile assign to "lab3-asn.dat"
                organization is line sequential
                file status is asn-status.

            select encfile assign to "lab3-enc.dat"
                organization is line sequential
                file status is enc-status.

            select tolfile assign to "lab3-tol.dat"
                organization is line sequential
                file status is tol-status.

            select ensfile assign to "lab3-ens.dat"
                organization is line sequential.

            select excfile assign to "lab3-exc.dat"
                organization is line sequential
                file status is exc-status.

       Data division.
       File Section.
       Fd envfile.
       01    Env-Line           Pic X(80).

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

       Fd asnfile.
       01    Asn-Record.
         05    Asn-AnimalName   Pic X(12).
         05    Filler           Pic X(1).
         05    Asn-Location     Pic X(10).
         05    Filler           Pic X(1).
         05    Asn-Enclosure    Pic X(10).

       Fd encfile.
       01    Enc-Record.
         05    Enc-Location     Pic X(10).
         05    Enc-Id           Pic X(10).
         05    Enc-Capacity     Pic 9(5).

       Fd tolfile.
       01    Tol-Record.
         05    Tol-Species      Pic X(15).
         05    Tol-Parameter    Pic X(10).
         05    Tol-Min          Pic S9(5)V999
                                sign is leading separate.
         05    Tol-Max          Pic S9(5)V999
                                sign is leading separate.

       Fd ensfile.
       01    Ens-Record.
         05    Ens-Reason       Pic X(20).
         05    Filler           Pic X(1) value space.
         05    Ens-Location     Pic X(10).
         05    Filler           Pic X(1) value space.
         05    Ens-Enclosure    Pic X(10).
         05    Filler           Pic X(1) value space.
         05    Ens-ReadDate     Pic X(8).
         05    Filler           Pic X(1) value space.
         05    Ens-Parameter    Pic X(10).
         05    Filler           Pic X(1) value space.
         05    Ens-Value        Pic X(12).

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
        01  env-status        pic X(2).
        01  asn-status        pic X(2).
        01  enc-status        pic X(2).
        01  tol-status        pic X(2).
        01  exc-status        pic X(2).
        01  eof               pic X value "N".
           88 eof-false       value "Y".
        01  env-eof           pic X value "N".
           88 env-eof-false   value "Y".
        01  asn-eof           pic X value "N".
           88 asn-eof-false   value "Y".
        01  enc-eof           pic X value "N".
           88 enc-eof-false   value "Y".
        01  tol-eof           pic X value "N".
           88 tol-eof-false   value "Y".
        01  ws-today          pic 9(8) value zero.

        01  ws-env-loc        pic X(10).
        01  ws-env-enc        pic X(10).
        01  ws-env-date       pic X(8).
        01  ws-env-time       pic X(4).
        01  ws-env-param      pic X(10).
        01  ws-env-value      pic X(12).
        01  ws-env-units      pic X(8).
        01  ws-value          pic S9(5)V999 value zero.
        01  ws-reason         pic X(20).

        01  Animal-Table.
            05  Animal-Entry occurs 1000 times
                   indexed by An-Idx.
                10  An-Name       pic X(12).
                10  An-Species    pic X(15).
        01  Animal-Count       pic 9(5) value zero.

        01  Enclosure-Table.
            05  Enclosure-Entry occurs 500 times
                   indexed by En-Idx.
                10  En-Location   pic X(10).
                10  En-Id         pic X(10).
        01  Enclosure-Count    pic 9(5) value zero.

      *>   Each species on hand in each enclosure, once.
        01  Housed-Table.
            05  Housed-Entry occurs 1000 times
                   indexed by Ho-Idx.
                10  Ho-Location   pic X(10).
                10  Ho-Enclosure  pic X(10).
                10  Ho-Species    pic X(15).
        01  Housed-Count       pic 9(5) value zero.

        01  Tolerance-Table.
            05  Tolerance-Entry occurs 500 times
                   indexed by Tl-Idx.
                10  Tl-Species    pic X(15).
                10  Tl-Parameter  pic X(10).
                10  Tl-Min        pic S9(5)V999.
                10  Tl-Max        pic S9(5)V999.
        01  Tolerance-Count    pic 9(3) value zero.

        01  ws-loc-key         pic X(10).
        01  ws-enc-key         pic X(10).
        01  ws-species-key     pic X(15).
        01  ws-found           pic X value "N".
           88 ws-found-yes     value "Y".
        01  ws-found-idx       pic 9(5) value zero.
        01  ws-tol-idx         pic 9(3) value zero.
        01  ws-housed          pic X value "N".
           88 ws-housed-yes    value "Y".

        01  rows-read          pic 9(5) value zero.
        01  rows-checked       pic 9(5) value zero.
        01  rows-discrepant    pic 9(5) value zero.
        01  rows-empty         pic 9(5) value zero.
        01  checks-no-tolerance pic 9(5) value zero.
        01  checks-out-of-range pic 9(5) value zero.
        01  ws-count-format    pic Z(4)9.
        01  ws-value-format    pic -(5)9.999.
        01  ws-low-format      pic -(5)9.999.
        01  ws-high-format     pic -(5)9.999.
        01  ws-direction       pic X(4).



       Procedure Division.
       000-main.

           Perform 100-initialize
           Perform 110-Load-Animals
           Perform 120-Load-Enclosures
           Perform 130-Load-Tolerances
           Perform 140-Load-Housing

           display "Enclosure environmental readings " ws-today
           perform until env-eof-false
              read envfile
                 at end
                    set env-eof-false to true
                 not at end
                    perform 300-Process-Row
              end-read
           end-perform
           if checks-out-of-range = zero
              display "  No readings out of range."
           end-if

           move rows-read to ws-count-format
           display "Reading rows read:       " ws-count-format
           move rows-checked to ws-count-format
           display "Readings checked:        " ws-count-format
           move checks-out-of-range to ws-count-format
           display "Out of range (species):  " ws-count-format
           move checks-no-tolerance to ws-count-format
           display "No tolerance (species):  " ws-count-format
           move rows-empty to ws-count-format
           display "Empty enclosure rows:    " ws-count-format
           move rows-discrepant to ws-count-format
           display "Discrepancy rows:        " ws-count-format

           perform 999-finalize

           stop run.

       100-initialize.
           accept ws-today from date yyyymmdd
           open input envfile
           if env-status not = "00"
              display "Cannot open lab3-env.csv (status "
                 env-status ")"
              move 12 to return-code
              stop run
           end-if
           open extend excfile
           if exc-status = "35"
              open output excfile
           end-if
           open output ensfile.

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
                       move function upper-case(
                          function trim(Species))
                          to An-Species(Animal-Count)
                    end-if
              end-read
           end-perform
           close infile.

       120-Load-Enclosures.
           open input encfile
           if enc-status not = "00"
              display "ENCLOSURE FILE lab3-enc.dat MISSING (status "
                 enc-status ")"
              move 12 to return-code
              stop run
           end-if
           perform until enc-eof-false
              read encfile
                 at end
                    set enc-eof-false to true
                 not at end
                    if Enclosure-Count >= 500
                       display "ENCLOSURE TABLE FULL: more than "
                          "500 records in lab3-enc.dat"
                       move 12 to return-code
                       stop run
                    end-if
                    add 1 to Enclosure-Count
                    move function upper-case(
                       function trim(Enc-Location))
                       to En-Location(Enclosure-Count)
                    move function upper-case(function trim(Enc-Id))
                       to En-Id(Enclosure-Count)
              end-read
           end-perform
           close encfile.

       130-Load-Tolerances.
           open input tolfile
           if tol-status not = "00"
              display "TOLERANCE FILE lab3-tol.dat MISSING "
                 "(status " tol-status ")"
              move 12 to return-code
              stop run
           end-if
           perform until tol-eof-false
              read tolfile
                 at end
                    set tol-eof-false to true
                 not at end
                    if Tolerance-Count >= 500
                       display "TOLERANCE TABLE FULL: more than 500 "
                          "tolerances in lab3-tol.dat"
                       move 12 to return-code
                       stop run
                    end-if
                    add 1 to Tolerance-Count
                    move function upper-case(
                       function trim(Tol-Species))
                       to Tl-Species(Tolerance-Count)
                    move function upper-case(
                       function trim(Tol-Parameter))
                       to Tl-Parameter(Tolerance-Count)
                    move Tol-Min to Tl-Min(Tolerance-Count)
                    move Tol-Max to Tl-Max(Tolerance-Count)
              end-read
           end-perform
           close tolfile.

      *>   Assignments for departed animals are left to Lab4a to
      *>   clear; only animals still on hand are counted as housed.
       140-Load-Housing.
           open input asnfile
           if asn-status = "00"
              perform until asn-eof-false
                 read asnfile
                    at end
                       set asn-eof-false to true
                    not at end
                       perform 150-Take-Assignment
                 end-read
              end-perform
              close asnfile
           end-if.

       150-Take-Assignment.
           move "N" to ws-found
           perform varying An-Idx from 1 by 1
                   until An-Idx > Animal-Count or ws-found-yes
              if An-Name(An-Idx) = Asn-AnimalName
                 move "Y" to ws-found
                 set ws-found-idx to An-Idx
              end-if
           end-perform
           if ws-found-yes
              move function upper-case(function trim(Asn-Location))
                 to ws-loc-key
              move function upper-case(function trim(Asn-Enclosure))
                 to ws-enc-key
              move An-Species(ws-found-idx) to ws-species-key
              move "N" to ws-found
              perform varying Ho-Idx from 1 by 1
                      until Ho-Idx > Housed-Count or ws-found-yes
                 if Ho-Location(Ho-Idx) = ws-loc-key
                       and Ho-Enclosure(Ho-Idx) = ws-enc-key
                       and Ho-Species(Ho-Idx) = ws-species-key
                    move "Y" to ws-found
                 end-if
              end-perform
              if not ws-found-yes
                 if Housed-Count >= 1000
                    display "HOUSING TABLE FULL: more than 1000 "
                       "species by enclosure in lab3-asn.dat"
                    move 12 to return-code
                    stop run
                 end-if
                 add 1 to Housed-Count
                 move ws-loc-key     to Ho-Location(Housed-Count)
                 move ws-enc-key     to Ho-Enclosure(Housed-Count)
                 move ws-species-key to Ho-Species(Housed-Count)
              end-if
           end-if.

       200-Find-Tolerance.
           move "N" to ws-found
           move zero to ws-tol-idx
           perform varying Tl-Idx from 1 by 1
                   until Tl-Idx > Tolerance-Count or ws-found-yes
              if Tl-Species(Tl-Idx) = Ho-Species(Ho-Idx)
                    and Tl-Parameter(Tl-Idx) = ws-env-param
                 move "Y" to ws-found
                 set ws-tol-idx to Tl-Idx
              end-if
           end-perform.

       300-Process-Row.
           if Env-Line(1:8) = "Location"
              continue
           else
              add 1 to rows-read
              move spaces to ws-env-loc
              move spaces to ws-env-enc
              move spaces to ws-env-date
              move spaces to ws-env-time
              move spaces to ws-env-param
              move spaces to ws-env-value
              move spaces to ws-env-units
              unstring Env-Line delimited by ","
                 into ws-env-loc ws-env-enc ws-env-date ws-env-time
                      ws-env-param ws-env-value ws-env-units
              end-unstring
              move function upper-case(
                 function trim(ws-env-loc)) to ws-env-loc
              move function upper-case(
                 function trim(ws-env-enc)) to ws-env-enc
              move function upper-case(
                 function trim(ws-env-param)) to ws-env-param
              move function upper-case(
                 function trim(ws-env-units)) to ws-env-units
              perform 310-Match-Row
           end-if.

       310-Match-Row.
           move spaces to ws-reason
           move "N" to ws-found
           perform varying En-Idx from 1 by 1
                   until En-Idx > Enclosure-Count or ws-found-yes
              if En-Location(En-Idx) = ws-env-loc
                    and En-Id(En-Idx) = ws-env-enc
                 move "Y" to ws-found
              end-if
           end-perform
           if not ws-found-yes
              move "UNKNOWN ENCLOSURE" to ws-reason
           end-if
           if ws-reason = spaces
              evaluate true
                 when ws-env-date is not numeric
                    move "BAD READING DATE" to ws-reason
                 when ws-env-date > ws-today
                    move "BAD READING DATE" to ws-reason
                 when ws-env-param = spaces
                    move "PARAMETER MISSING" to ws-reason
                 when ws-env-value = spaces
                    move "BAD VALUE" to ws-reason
                 when function test-numval(ws-env-value) not = 0
                    move "BAD VALUE" to ws-reason
                 when other
                    compute ws-value = function numval(ws-env-value)
                       on size error
                          move "BAD VALUE" to ws-reason
                    end-compute
              end-evaluate
           end-if
           if ws-reason = spaces
              perform 320-Check-Reading
           else
              perform 400-Write-Discrepancy
           end-if.

       320-Check-Reading.
           add 1 to rows-checked
           move "N" to ws-housed
           perform varying Ho-Idx from 1 by 1
                   until Ho-Idx > Housed-Count
              if Ho-Location(Ho-Idx) = ws-env-loc
                    and Ho-Enclosure(Ho-Idx) = ws-env-enc
                 move "Y" to ws-housed
                 perform 330-Check-Species
              end-if
           end-perform
           if not ws-housed-yes
              add 1 to rows-empty
           end-if.

       330-Check-Species.
           perform 200-Find-Tolerance
           if not ws-found-yes
              add 1 to checks-no-tolerance
           else
              if ws-value < Tl-Min(ws-tol-idx)
                 move "LOW " to ws-direction
                 perform 500-Report-Out-Of-Range
              end-if
              if ws-value > Tl-Max(ws-tol-idx)
                 move "HIGH" to ws-direction
                 perform 500-Report-Out-Of-Range
              end-if
           end-if.

       400-Write-Discrepancy.
           add 1 to rows-discrepant
           move spaces to Ens-Record
           move ws-reason    to Ens-Reason
           move ws-env-loc   to Ens-Location
           move ws-env-enc   to Ens-Enclosure
           move ws-env-date  to Ens-ReadDate
           move ws-env-param to Ens-Parameter
           move ws-env-value to Ens-Value
           write Ens-Record.

       500-Report-Out-Of-Range.
           add 1 to checks-out-of-range
           move ws-value to ws-value-format
           move Tl-Min(ws-tol-idx) to ws-low-format
           move Tl-Max(ws-tol-idx) to ws-high-format
           display "  OUT OF RANGE " ws-direction " "
              ws-env-loc " " ws-env-enc " " ws-env-date " "
              ws-env-time " " ws-env-param " " ws-value-format
              " " ws-env-units " " Ho-Species(Ho-Idx)
              " range " ws-low-format " - " ws-high-format
           move spaces to Exc-Record
           accept Exc-Run-Date from date yyyymmdd
           accept Exc-Run-Time from time
           move "LAB5F"     to Exc-Program
           move "ENCLOSURE" to Exc-Class
           if ws-direction = "HIGH"
              move "READING HIGH" to Exc-Condition
              move Tl-Max(ws-tol-idx) to Exc-Limit
           else
              move "READING LOW"  to Exc-Condition
              move Tl-Min(ws-tol-idx) to Exc-Limit
           end-if
           move ws-value to Exc-Actual
           write Exc-Record.

       999-finalize.
           close envfile
           close ensfile
           close excfile
           if checks-out-of-range > zero or rows-discrepant > zero
              move 4 to return-code
           end-if.
