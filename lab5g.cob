       Identification Division.
       Program-id.          Lab5g.

      *      Name: Tyler Zysberg. Description: LAB5g.Insurance
      *>     schedule of the animals by location, printed to
      *>     lab3-vsr.dat. Each animal in the location files listed
      *>     in lab3-loc.dat (status A, blank or Q) is valued from
      *>     the per-animal override in lab3-vlo.dat (AnimalName,
      *>     value -- high-value breeding stock) or else from the
      *>     species and age band in lab3-vlu.dat (species, oldest
      *>     age in whole years for the band, value); the schedule
      *>     totals declared value per location and overall. Since
      *>     the last schedule date held in lab3-vlc.dat the report
      *>     lists the value added by acquisitions and births and
      *>     removed by deaths, transfers and releases (from the
      *>     lab3-in.dat statuses and disposition dates) and the
      *>     moves between locations on the Lab3n lab3-led.dat
      *>     ledger. Animals with no valuation, and animals active on
      *>     lab3-in.dat but in no location file, are listed as
      *>     exceptions with return code 4. Run with the parm FINAL
      *>     for the schedule sent to the insurer: only then is the
      *>     run date saved as the new last schedule date; any other
      *>     run is a preview.
      *>     2026-10-15  TZ  Initial version.

       environment division.
       input-output section.
       file-control.
            select locfile assign to "lab3-loc.dat"
                organization is line sequential
                file status is loc-status.

            select lcnfile assign to ws-infile-name
                organization is line sequential
                file status is lcn-status.

            select infile assign to "lab3-in.dat"
                organization is line sequential.

            select vlufile assign to "lab3-vlu.dat"
                organization is line sequential
                file status is vlu-status.

            select vlofile assign to "lab3-vlo.dat"
                organization is line sequential
                file status is vlo-status.

            select vlcfile assign to "lab3-vlc.dat"
                organization is line sequential
                file status is vlc-status.

            select ledfile assign to "lab3-led.dat"
                organization is line sequential
                file status is led-status.

            select prtfile assign to "lab3-vsr.dat"
                organization is line sequential.

       Data division.
       File Section.
       Fd locfile.
       01    Loc-Record.
         05    Loc-Name         Pic X(10).
         05    Loc-File         Pic X(20).

       Fd lcnfile.
       01    Lcn-AnimalClass.
         05    Lcn-AnimalName   Pic X(12).
         05    Lcn-Gender       Pic X(1).
         05    Lcn-Species      Pic X(15).
         05    Lcn-BirthDate    Pic 9(8).
         05    Lcn-AcquireDate  Pic 9(8).
         05    Lcn-Weight       Pic 9(5).
         05    Lcn-AnimalStatus Pic X(1).
         05    Lcn-DispDate     Pic 9(8).

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

       Fd vlufile.
       01    Vlu-Record.
         05    Vlu-Species      Pic X(15).
         05    Vlu-Age-Max      Pic 9(3).
         05    Vlu-Value        Pic 9(7)V99.

       Fd vlofile.
       01    Vlo-Record.
         05    Vlo-AnimalName   Pic X(12).
         05    Vlo-Value        Pic 9(7)V99.

       Fd vlcfile.
       01    Vlc-Record.
         05    Vlc-Last-Date    Pic 9(8).

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

       Fd prtfile.
       01    Prt-Line             Pic X(80).

       Working-storage section.
        01  ws-infile-name    pic X(20).
        01  loc-status        pic X(2).
        01  lcn-status        pic X(2).
        01  vlu-status        pic X(2).
        01  vlo-status        pic X(2).
        01  vlc-status        pic X(2).
        01  led-status        pic X(2).
        01  eof               pic X value "N".
           88 eof-false       value "Y".
        01  loc-eof           pic X value "N".
           88 loc-eof-false   value "Y".
        01  lcn-eof           pic X value "N".
           88 lcn-eof-false   value "Y".
        01  vlu-eof           pic X value "N".
           88 vlu-eof-false   value "Y".
        01  vlo-eof           pic X value "N".
           88 vlo-eof-false   value "Y".
        01  led-eof           pic X value "N".
           88 led-eof-false   value "Y".
        01  ws-today          pic 9(8) value zero.
        01  ws-last-date      pic 9(8) value zero.
        01  ws-mode           pic X(10).

        01  Location-Table.
            05  Location-Entry occurs 50 times
                   indexed by Lc-Idx.
                10  Lc-Name       pic X(10).
                10  Lc-File       pic X(20).
        01  Location-Count     pic 9(3) value zero.

        01  Valuation-Table.
            05  Valuation-Entry occurs 500 times
                   indexed by Vl-Idx.
                10  Vl-Species    pic X(15).
                10  Vl-Age-Max    pic 9(3).
                10  Vl-Value      pic 9(7)V99.
        01  Valuation-Count    pic 9(3) value zero.

        01  Override-Table.
            05  Override-Entry occurs 500 times
                   indexed by Ov-Idx.
                10  Ov-Name       pic X(12).
                10  Ov-Value      pic 9(7)V99.
        01  Override-Count     pic 9(3) value zero.

      *>   Every record in every location file, to place the
      *>   animals of lab3-in.dat and the ledger.
        01  Placed-Table.
            05  Placed-Entry occurs 2000 times
                   indexed by Pl-Idx.
                10  Pl-Name       pic X(12).
                10  Pl-Location   pic X(10).
                10  Pl-Species    pic X(15).
                10  Pl-BirthDate  pic 9(8).
        01  Placed-Count       pic 9(5) value zero.

      *>   Additions (A), removals (R) and unplaced animals (U)
      *>   found in lab3-in.dat, printed section by section.
        01  Change-Table.
            05  Change-Entry occurs 1000 times
                   indexed by Ch-Idx.
                10  Ch-Kind       pic X(1).
                10  Ch-Name       pic X(12).
                10  Ch-Species    pic X(15).
                10  Ch-Location   pic X(10).
                10  Ch-Reason     pic X(11).
                10  Ch-Date       pic 9(8).
                10  Ch-Value      pic 9(7)V99.
        01  Change-Count       pic 9(5) value zero.

        01  ws-val-name        pic X(12).
        01  ws-val-species     pic X(15).
        01  ws-val-birth       pic 9(8).
        01  ws-val-asof        pic 9(8).
        01  ws-age             pic 9(3) value zero.
        01  ws-best-age        pic 9(3) value zero.
        01  ws-value           pic 9(7)V99 value zero.
        01  ws-basis           pic X(10).
        01  ws-location        pic X(10).
        01  ws-placed-idx      pic 9(5) value zero.
        01  ws-found           pic X value "N".
           88 ws-found-yes     value "Y".
        01  ws-section         pic X(1).
        01  ws-section-title   pic X(40).
        01  ws-section-lines   pic 9(5) value zero.

        01  ws-loc-total       pic 9(9)V99 value zero.
        01  ws-loc-animals     pic 9(5) value zero.
        01  ws-grand-total     pic 9(9)V99 value zero.
        01  ws-grand-animals   pic 9(5) value zero.
        01  ws-section-total   pic 9(9)V99 value zero.
        01  ws-exceptions      pic 9(5) value zero.

        01  ws-prt-page-no     pic 9(3) value zero.
        01  ws-prt-page-format pic ZZ9.
        01  ws-prt-lines-used  pic 9(3) value zero.
        01  ws-prt-lines-per-page pic 9(3) value 50.
        01  ws-prt-run-date    pic 9(8) value zero.
        01  ws-prt-run-time    pic 9(8) value zero.
        01  ws-prt-hold-line   pic X(80).

        01  ws-age-format      pic ZZ9.
        01  ws-value-format    pic Z,ZZZ,ZZ9.99.
        01  ws-total-format    pic ZZZ,ZZZ,ZZ9.99.
        01  ws-count-format    pic Z(4)9.



       Procedure Division.
       000-main.

           Perform 100-initialize
           Perform 110-Load-Locations
           Perform 120-Load-Valuations
           Perform 130-Load-Overrides

           open output prtfile
           move zero to ws-prt-page-no
           perform 760-Print-Header
           perform varying Lc-Idx from 1 by 1
                   until Lc-Idx > Location-Count
              perform 300-Schedule-Location
           end-perform
           perform 350-Print-Grand-Total

           perform 500-Find-Changes
           if ws-last-date = zero
              move spaces to Prt-Line
              perform 780-Print-Detail-Line
              move "NO PREVIOUS SCHEDULE ON lab3-vlc.dat"
                 to Prt-Line(1:36)
              perform 780-Print-Detail-Line
           else
              move "A" to ws-section
              move "ADDITIONS SINCE LAST SCHEDULE" to ws-section-title
              perform 600-Print-Changes
              move "R" to ws-section
              move "REMOVALS SINCE LAST SCHEDULE" to ws-section-title
              perform 600-Print-Changes
              perform 650-Print-Moves
           end-if
           move "U" to ws-section
           move "ACTIVE ON lab3-in.dat, NOT AT A LOCATION"
              to ws-section-title
           perform 600-Print-Changes
           perform 770-Print-Footer
           close prtfile

           move ws-grand-animals to ws-count-format
           display "Animals scheduled:       " ws-count-format
           move ws-grand-total to ws-total-format
           display "Total insured value:     " ws-total-format
           move ws-exceptions to ws-count-format
           display "Exceptions:              " ws-count-format

           perform 999-finalize

           stop run.

       100-initialize.
           accept ws-today from date yyyymmdd
           accept ws-prt-run-date from date yyyymmdd
           accept ws-prt-run-time from time
           accept ws-mode from command-line
           move function upper-case(
              function trim(ws-mode)) to ws-mode
           open input vlcfile
           if vlc-status = "00"
              read vlcfile
                 at end
                    continue
                 not at end
                    if Vlc-Last-Date is numeric
                       move Vlc-Last-Date to ws-last-date
                    end-if
              end-read
              close vlcfile
           end-if.

       110-Load-Locations.
           open input locfile
           if loc-status not = "00"
              display "LOCATION FILE lab3-loc.dat MISSING (status "
                 loc-status ")"
              move 12 to return-code
              stop run
           end-if
           perform until loc-eof-false
              read locfile
                 at end
                    set loc-eof-false to true
                 not at end
                    if Location-Count >= 50
                       display "LOCATION TABLE FULL: more than 50 "
                          "locations in lab3-loc.dat"
                       move 12 to return-code
                       stop run
                    end-if
                    add 1 to Location-Count
                    move Loc-Name to Lc-Name(Location-Count)
                    move Loc-File to Lc-File(Location-Count)
              end-read
           end-perform
           close locfile.

       120-Load-Valuations.
           open input vlufile
           if vlu-status not = "00"
              display "VALUATION FILE lab3-vlu.dat MISSING (status "
                 vlu-status ")"
              move 12 to return-code
              stop run
           end-if
           perform until vlu-eof-false
              read vlufile
                 at end
                    set vlu-eof-false to true
                 not at end
                    if Valuation-Count >= 500
                       display "VALUATION TABLE FULL: more than 500 "
                          "bands in lab3-vlu.dat"
                       move 12 to return-code
                       stop run
                    end-if
                    add 1 to Valuation-Count
                    move function upper-case(
                       function trim(Vlu-Species))
                       to Vl-Species(Valuation-Count)
                    move Vlu-Age-Max to Vl-Age-Max(Valuation-Count)
                    move Vlu-Value   to Vl-Value(Valuation-Count)
              end-read
           end-perform
           close vlufile.

      *>   No override file simply means no overrides.
       130-Load-Overrides.
           open input vlofile
           if vlo-status = "00"
              perform until vlo-eof-false
                 read vlofile
                    at end
                       set vlo-eof-false to true
                    not at end
                       if Override-Count >= 500
                          display "OVERRIDE TABLE FULL: more than "
                             "500 animals in lab3-vlo.dat"
                          move 12 to return-code
                          stop run
                       end-if
                       add 1 to Override-Count
                       move Vlo-AnimalName
                          to Ov-Name(Override-Count)
                       move Vlo-Value to Ov-Value(Override-Count)
                 end-read
              end-perform
              close vlofile
           end-if.

       300-Schedule-Location.
           move Lc-File(Lc-Idx) to ws-infile-name
           open input lcnfile
           if lcn-status not = "00"
              display "LOCATION FILE " function trim(ws-infile-name)
                 " MISSING (status " lcn-status ")"
              move 12 to return-code
              stop run
           end-if
           move zero to ws-loc-total
           move zero to ws-loc-animals
           move spaces to Prt-Line
           perform 780-Print-Detail-Line
           move "LOCATION:" to Prt-Line(1:9)
           move Lc-Name(Lc-Idx) to Prt-Line(11:10)
           perform 780-Print-Detail-Line
           move "N" to lcn-eof
           perform until lcn-eof-false
              read lcnfile
                 at end
                    set lcn-eof-false to true
                 not at end
                    perform 310-Place-Animal
                    if Lcn-AnimalStatus = "A"
                          or Lcn-AnimalStatus = space
                          or Lcn-AnimalStatus = "Q"
                       perform 320-Schedule-Animal
                    end-if
              end-read
           end-perform
           close lcnfile

           move spaces to Prt-Line
           move "LOCATION TOTAL" to Prt-Line(14:14)
           move ws-loc-animals to ws-count-format
           move ws-count-format to Prt-Line(29:5)
           move "ANIMALS" to Prt-Line(35:7)
           move ws-loc-total to ws-total-format
           move ws-total-format to Prt-Line(45:14)
           perform 780-Print-Detail-Line
           add ws-loc-total   to ws-grand-total
           add ws-loc-animals to ws-grand-animals.

       310-Place-Animal.
           if Placed-Count >= 2000
              display "PLACED TABLE FULL: more than 2000 records "
                 "in the location files"
              move 12 to return-code
              stop run
           end-if
           add 1 to Placed-Count
           move Lcn-AnimalName  to Pl-Name(Placed-Count)
           move Lc-Name(Lc-Idx) to Pl-Location(Placed-Count)
           move function upper-case(function trim(Lcn-Species))
              to Pl-Species(Placed-Count)
           move Lcn-BirthDate   to Pl-BirthDate(Placed-Count).

       320-Schedule-Animal.
           move Lcn-AnimalName to ws-val-name
           move Pl-Species(Placed-Count) to ws-val-species
           move Lcn-BirthDate  to ws-val-birth
           move ws-today       to ws-val-asof
           perform 400-Value-Animal
           add ws-value to ws-loc-total
           add 1 to ws-loc-animals

           move spaces to Prt-Line
           move Lcn-AnimalName to Prt-Line(1:12)
           move ws-val-species to Prt-Line(14:15)
           move Lcn-Gender     to Prt-Line(30:1)
           move ws-age to ws-age-format
           move ws-age-format  to Prt-Line(32:3)
           move ws-basis       to Prt-Line(36:10)
           move ws-value to ws-value-format
           move ws-value-format to Prt-Line(47:12)
           if ws-basis = "NO VALUE"
              move "*** NO VALUATION" to Prt-Line(61:16)
              add 1 to ws-exceptions
           end-if
           perform 780-Print-Detail-Line.

       350-Print-Grand-Total.
           move spaces to Prt-Line
           perform 780-Print-Detail-Line
           move "SCHEDULE TOTAL" to Prt-Line(14:14)
           move ws-grand-animals to ws-count-format
           move ws-count-format to Prt-Line(29:5)
           move "ANIMALS" to Prt-Line(35:7)
           move ws-grand-total to ws-total-format
           move ws-total-format to Prt-Line(45:14)
           perform 780-Print-Detail-Line.

      *>   An override wins; otherwise the species band with the
      *>   lowest oldest-age that still covers the animal's age in
      *>   whole years at ws-val-asof.
       400-Value-Animal.
           move zero to ws-age
           if ws-val-birth is numeric and ws-val-birth > zero
                 and ws-val-birth <= ws-val-asof
              compute ws-age = (ws-val-asof - ws-val-birth) / 10000
           end-if
           move zero to ws-value
           move "NO VALUE" to ws-basis
           move "N" to ws-found
           perform varying Ov-Idx from 1 by 1
                   until Ov-Idx > Override-Count or ws-found-yes
              if Ov-Name(Ov-Idx) = ws-val-name
                 move "Y" to ws-found
                 move Ov-Value(Ov-Idx) to ws-value
                 move "OVERRIDE" to ws-basis
              end-if
           end-perform
           if not ws-found-yes
              move 999 to ws-best-age
              perform varying Vl-Idx from 1 by 1
                      until Vl-Idx > Valuation-Count
                 if Vl-Species(Vl-Idx) = ws-val-species
                       and Vl-Age-Max(Vl-Idx) >= ws-age
                       and (not ws-found-yes
                            or Vl-Age-Max(Vl-Idx) < ws-best-age)
                    move "Y" to ws-found
                    move Vl-Age-Max(Vl-Idx) to ws-best-age
                    move Vl-Value(Vl-Idx) to ws-value
                 end-if
              end-perform
              if ws-found-yes
                 move ws-best-age to ws-age-format
                 move spaces to ws-basis
                 string "AGE <=" ws-age-format
                    delimited by size into ws-basis
                 end-string
              end-if
           end-if.

       410-Find-Placed.
           move "N" to ws-found
           move spaces to ws-location
           perform varying Pl-Idx from 1 by 1
                   until Pl-Idx > Placed-Count or ws-found-yes
              if Pl-Name(Pl-Idx) = ws-val-name
                 move "Y" to ws-found
                 move Pl-Location(Pl-Idx) to ws-location
                 set ws-placed-idx to Pl-Idx
              end-if
           end-perform.

       500-Find-Changes.
           open input infile
           perform until eof-false
              read infile
                 at end
                    set eof-false to true
                 not at end
                    perform 510-Check-Animal
              end-read
           end-perform
           close infile.

      *>   A birth is an animal acquired on the day it was born.
       510-Check-Animal.
           move AnimalName to ws-val-name
           move function upper-case(function trim(Species))
              to ws-val-species
           move BirthDate to ws-val-birth
           perform 410-Find-Placed
           evaluate true
              when (AnimalStatus = "A" or AnimalStatus = space
                    or AnimalStatus = "Q")
                    and not ws-found-yes
                 move ws-today to ws-val-asof
                 perform 400-Value-Animal
                 perform 520-Add-Change
                 move "U" to Ch-Kind(Change-Count)
                 move AcquireDate to Ch-Date(Change-Count)
                 add 1 to ws-exceptions
              when ws-last-date = zero
                 continue
              when (AnimalStatus = "A" or AnimalStatus = space
                    or AnimalStatus = "Q")
                    and AcquireDate > ws-last-date
                 move ws-today to ws-val-asof
                 perform 400-Value-Animal
                 perform 520-Add-Change
                 move "A" to Ch-Kind(Change-Count)
                 move AcquireDate to Ch-Date(Change-Count)
                 if AcquireDate = BirthDate
                    move "BIRTH" to Ch-Reason(Change-Count)
                 else
                    move "ACQUISITION" to Ch-Reason(Change-Count)
                 end-if
              when (AnimalStatus = "D" or AnimalStatus = "T"
                    or AnimalStatus = "R")
                    and DispDate > ws-last-date
                 move DispDate to ws-val-asof
                 perform 400-Value-Animal
                 perform 520-Add-Change
                 move "R" to Ch-Kind(Change-Count)
                 move DispDate to Ch-Date(Change-Count)
                 evaluate AnimalStatus
                    when "D"
                       move "DEATH"    to Ch-Reason(Change-Count)
                    when "T"
                       move "TRANSFER" to Ch-Reason(Change-Count)
                    when other
                       move "RELEASE"  to Ch-Reason(Change-Count)
                 end-evaluate
              when other
                 continue
           end-evaluate.

       520-Add-Change.
           if Change-Count >= 1000
              display "CHANGE TABLE FULL: more than 1000 additions, "
                 "removals and exceptions"
              move 12 to return-code
              stop run
           end-if
           add 1 to Change-Count
           move spaces to Change-Entry(Change-Count)
           move AnimalName     to Ch-Name(Change-Count)
           move ws-val-species to Ch-Species(Change-Count)
           move ws-location    to Ch-Location(Change-Count)
           move ws-value       to Ch-Value(Change-Count)
           if ws-basis = "NO VALUE"
              move "NO VALUE"  to Ch-Reason(Change-Count)
           end-if.

       600-Print-Changes.
           move zero to ws-section-total
           move zero to ws-section-lines
           move spaces to Prt-Line
           perform 780-Print-Detail-Line
           move ws-section-title to Prt-Line(1:40)
           perform 780-Print-Detail-Line
           perform varying Ch-Idx from 1 by 1
                   until Ch-Idx > Change-Count
              if Ch-Kind(Ch-Idx) = ws-section
                 move spaces to Prt-Line
                 move Ch-Name(Ch-Idx)     to Prt-Line(1:12)
                 move Ch-Species(Ch-Idx)  to Prt-Line(14:15)
                 move Ch-Location(Ch-Idx) to Prt-Line(30:10)
                 move Ch-Reason(Ch-Idx)   to Prt-Line(41:11)
                 move Ch-Date(Ch-Idx)     to Prt-Line(53:8)
                 move Ch-Value(Ch-Idx) to ws-value-format
                 move ws-value-format     to Prt-Line(62:12)
                 perform 780-Print-Detail-Line
                 add Ch-Value(Ch-Idx) to ws-section-total
                 add 1 to ws-section-lines
              end-if
           end-perform
           move spaces to Prt-Line
           if ws-section-lines = zero
              move "NONE" to Prt-Line(1:4)
           else
              move "TOTAL" to Prt-Line(41:5)
              move ws-section-total to ws-total-format
              move ws-total-format to Prt-Line(60:14)
           end-if
           perform 780-Print-Detail-Line.

      *>   Moves keep the value insured; they are listed so each
      *>   location's change in total can be accounted for.
       650-Print-Moves.
           move zero to ws-section-lines
           move spaces to Prt-Line
           perform 780-Print-Detail-Line
           move "MOVES BETWEEN LOCATIONS SINCE LAST SCHEDULE"
              to Prt-Line(1:43)
           perform 780-Print-Detail-Line
           open input ledfile
           if led-status = "00"
              perform until led-eof-false
                 read ledfile
                    at end
                       set led-eof-false to true
                    not at end
                       if Led-Run-Date > ws-last-date
                          perform 660-Print-Move
                       end-if
                 end-read
              end-perform
              close ledfile
           end-if
           if ws-section-lines = zero
              move spaces to Prt-Line
              move "NONE" to Prt-Line(1:4)
              perform 780-Print-Detail-Line
           end-if.

       660-Print-Move.
           move Led-AnimalName to ws-val-name
           perform 410-Find-Placed
           move zero to ws-value
           if ws-found-yes
              move Pl-Species(ws-placed-idx)   to ws-val-species
              move Pl-BirthDate(ws-placed-idx) to ws-val-birth
              move ws-today to ws-val-asof
              perform 400-Value-Animal
           end-if
           move spaces to Prt-Line
           move Led-AnimalName to Prt-Line(1:12)
           move Led-From       to Prt-Line(14:10)
           move "TO"           to Prt-Line(25:2)
           move Led-To         to Prt-Line(28:10)
           move Led-Run-Date   to Prt-Line(53:8)
           move ws-value to ws-value-format
           move ws-value-format to Prt-Line(62:12)
           perform 780-Print-Detail-Line
           add 1 to ws-section-lines.

       760-Print-Header.
           add 1 to ws-prt-page-no
           move zero to ws-prt-lines-used
           move ws-prt-page-no to ws-prt-page-format

           move spaces to Prt-Line
           move "INSURANCE SCHEDULE" to Prt-Line(1:18)
           if ws-mode not = "FINAL"
              move "(PREVIEW)" to Prt-Line(20:9)
           end-if
           move "PAGE" to Prt-Line(66:4)
           move ws-prt-page-format to Prt-Line(71:3)
           write Prt-Line after advancing page

           move spaces to Prt-Line
           move "RUN DATE:" to Prt-Line(1:9)
           move ws-prt-run-date to Prt-Line(11:8)
           move "RUN TIME:" to Prt-Line(21:9)
           move ws-prt-run-time to Prt-Line(31:8)
           move "LAST SCHEDULE:" to Prt-Line(41:14)
           move ws-last-date to Prt-Line(56:8)
           write Prt-Line after advancing 2

           move spaces to Prt-Line
           move all "-" to Prt-Line(1:73)
           write Prt-Line after advancing 1.

       770-Print-Footer.
           move spaces to Prt-Line
           write Prt-Line after advancing 2
           move spaces to Prt-Line
           move "END OF REPORT" to Prt-Line(1:13)
           write Prt-Line after advancing 1.

       780-Print-Detail-Line.
           if ws-prt-lines-used >= ws-prt-lines-per-page
              move Prt-Line to ws-prt-hold-line
              perform 760-Print-Header
              move ws-prt-hold-line to Prt-Line
           end-if
           write Prt-Line after advancing 1
           add 1 to ws-prt-lines-used.

       999-finalize.
           if ws-mode = "FINAL"
              open output vlcfile
              move ws-today to Vlc-Last-Date
              write Vlc-Record
              close vlcfile
              display "Schedule date saved:     " ws-today
           end-if
           if ws-exceptions > zero
              move 4 to return-code
           end-if.
