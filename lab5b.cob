       Identification Division.
       Program-id.          Lab5b.

      *      Name: Tyler Zysberg. Description: LAB5b.Emergency
      *>     evacuation roster: prints to lab3-evr.dat, location by
      *>     location, every active or quarantined animal in each
      *>     enclosure according to lab3-asn.dat, enclosures in the
      *>     evacuation priority order and with the destination
      *>     given in lab3-evd.dat (location, enclosure, priority,
      *>     destination, destination holding capacity; a row with
      *>     a blank enclosure covers every enclosure of its
      *>     location that has no row of its own). Each animal is
      *>     shown with its species hazard and handling note from
      *>     lab3-hzd.dat (species, hazard D dangerous / V venomous
      *>     / S special handling, handling note) so the crew knows
      *>     who to send in. Flags: active animals with no enclosure
      *>     assignment, assignments to an enclosure not on
      *>     lab3-enc.dat, enclosures with no destination, and
      *>     destinations sent more animals than they can hold.
      *>     Return code 4 when anything is flagged. Runs every
      *>     night from Lab3l so the printed list is never stale.
      *>     2026-10-15  TZ  Initial version.

       environment division.
       input-output section.
       file-control.
            select infile assign to "lab3-in.dat"
                organization is line sequential.

            select asnfile assign to "lab3-asn.dat"
                organization is line sequential
                file status is asn-status.

            select encfile assign to "lab3-enc.dat"
                organization is line sequential
                file status is enc-status.

            select evdfile assign to "lab3-evd.dat"
                organization is line sequential
                file status is evd-status.

            select hzdfile assign to "lab3-hzd.dat"
                organization is line sequential
                file status is hzd-status.

            select prtfile assign to "lab3-evr.dat"
                organization is line sequential.

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

       Fd evdfile.
       01    Evd-Record.
         05    Evd-Location     Pic X(10).
         05    Evd-Enclosure    Pic X(10).
         05    Evd-Priority     Pic 9(2).
         05    Evd-Destination  Pic X(20).
         05    Evd-Capacity     Pic 9(5).

       Fd hzdfile.
       01    Hzd-Record.
         05    Hzd-Species      Pic X(15).
         05    Hzd-Code         Pic X(1).
         05    Hzd-Handling     Pic X(30).

       Fd prtfile.
       01    Prt-Line             Pic X(80).

       Working-storage section.
        01  asn-status        pic X(2).
        01  enc-status        pic X(2).
        01  evd-status        pic X(2).
        01  hzd-status        pic X(2).
        01  eof               pic X value "N".
           88 eof-false       value "Y".
        01  asn-eof           pic X value "N".
           88 asn-eof-false   value "Y".
        01  enc-eof           pic X value "N".
           88 enc-eof-false   value "Y".
        01  evd-eof           pic X value "N".
           88 evd-eof-false   value "Y".
        01  hzd-eof           pic X value "N".
           88 hzd-eof-false   value "Y".

        01  Animal-Table.
            05  Animal-Entry occurs 1000 times
                   indexed by An-Idx.
                10  An-Name       pic X(12).
                10  An-Gender     pic X(1).
                10  An-Species    pic X(15).
                10  An-Assigned   pic X(1).
        01  Animal-Count       pic 9(5) value zero.

        01  Enclosure-Table.
            05  Enclosure-Entry occurs 500 times
                   indexed by En-Idx.
                10  En-Location   pic X(10).
                10  En-Id         pic X(10).
        01  Enclosure-Count    pic 9(3) value zero.

        01  Route-Table.
            05  Route-Entry occurs 500 times
                   indexed by Rt-Idx.
                10  Rt-Location   pic X(10).
                10  Rt-Enclosure  pic X(10).
                10  Rt-Priority   pic 9(2).
                10  Rt-Dest-Idx   pic 9(3).
        01  Route-Count        pic 9(3) value zero.

        01  Destination-Table.
            05  Destination-Entry occurs 200 times
                   indexed by Ds-Idx.
                10  Ds-Name       pic X(20).
                10  Ds-Capacity   pic 9(5).
                10  Ds-Sent       pic 9(5).
        01  Destination-Count  pic 9(3) value zero.

        01  Hazard-Table.
            05  Hazard-Entry occurs 200 times
                   indexed by Hz-Idx.
                10  Hz-Species    pic X(15).
                10  Hz-Code       pic X(1).
                10  Hz-Handling   pic X(30).
        01  Hazard-Count       pic 9(3) value zero.

      *>   One row per animal on the roster, sorted into print
      *>   order: location, priority, enclosure, animal.
        01  Roster-Table.
            05  Roster-Entry occurs 1000 times
                   indexed by Ro-Idx Ro-Idx2.
                10  Ro-Location   pic X(10).
                10  Ro-Priority   pic 9(2).
                10  Ro-Enclosure  pic X(10).
                10  Ro-Name       pic X(12).
                10  Ro-An-Idx     pic 9(5).
                10  Ro-Dest-Idx   pic 9(3).
                10  Ro-Known      pic X(1).
        01  Roster-Count       pic 9(5) value zero.
        01  ws-swap-entry      pic X(43).

        01  ws-species-key     pic X(15).
        01  ws-loc-key         pic X(10).
        01  ws-enc-key         pic X(10).
        01  ws-found           pic X value "N".
           88 ws-found-yes     value "Y".
        01  ws-found-idx       pic 9(5) value zero.
        01  ws-route-idx       pic 9(3) value zero.
        01  ws-hold-location   pic X(10).
        01  ws-hold-enclosure  pic X(10).
        01  ws-hazard-word     pic X(10).
        01  ws-handling        pic X(30).

        01  ws-prt-page-no     pic 9(3) value zero.
        01  ws-prt-page-format pic ZZ9.
        01  ws-prt-lines-used  pic 9(3) value zero.
        01  ws-prt-lines-per-page pic 9(3) value 50.
        01  ws-prt-run-date    pic 9(8) value zero.
        01  ws-prt-run-time    pic 9(8) value zero.
        01  ws-prt-hold-line   pic X(80).

        01  ws-unassigned      pic 9(5) value zero.
        01  ws-unknown-enc     pic 9(5) value zero.
        01  ws-no-destination  pic 9(5) value zero.
        01  ws-over-capacity   pic 9(5) value zero.
        01  ws-count-format    pic Z(4)9.
        01  ws-priority-format pic Z9.



       Procedure Division.
       000-main.

           Perform 100-initialize
           Perform 110-Load-Animals
           Perform 120-Load-Enclosures
           Perform 130-Load-Routes
           Perform 140-Load-Hazards
           Perform 300-Build-Roster
           Perform 350-Sort-Roster
           Perform 500-Print-Roster

           move Roster-Count to ws-count-format
           display "Animals on roster:          " ws-count-format
           move ws-unassigned to ws-count-format
           display "No enclosure assignment:    " ws-count-format
           move ws-unknown-enc to ws-count-format
           display "Enclosure not on file:      " ws-count-format
           move ws-no-destination to ws-count-format
           display "Enclosures, no destination: " ws-count-format
           move ws-over-capacity to ws-count-format
           display "Destinations over capacity: " ws-count-format

           if ws-unassigned > zero or ws-unknown-enc > zero
                 or ws-no-destination > zero
                 or ws-over-capacity > zero or Hazard-Count = zero
              move 4 to return-code
           end-if

           stop run.

       100-initialize.
           accept ws-prt-run-date from date yyyymmdd
           accept ws-prt-run-time from time.

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
                       move Gender     to An-Gender(Animal-Count)
                       move function upper-case(
                          function trim(Species))
                          to An-Species(Animal-Count)
                       move "N" to An-Assigned(Animal-Count)
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
                          "500 enclosures in lab3-enc.dat"
                       move 12 to return-code
                       stop run
                    end-if
                    add 1 to Enclosure-Count
                    move function upper-case(
                       function trim(Enc-Location))
                       to En-Location(Enclosure-Count)
                    move function upper-case(
                       function trim(Enc-Id))
                       to En-Id(Enclosure-Count)
              end-read
           end-perform
           close encfile.

       130-Load-Routes.
           open input evdfile
           if evd-status not = "00"
              display "EVACUATION FILE lab3-evd.dat MISSING "
                 "(status " evd-status ")"
              move 12 to return-code
              stop run
           end-if
           perform until evd-eof-false
              read evdfile
                 at end
                    set evd-eof-false to true
                 not at end
                    perform 135-Load-Route
              end-read
           end-perform
           close evdfile.

      *>   Destinations named on several rows share one holding
      *>   capacity; the largest figure given is taken.
       135-Load-Route.
           if Route-Count >= 500
              display "ROUTE TABLE FULL: more than 500 rows in "
                 "lab3-evd.dat"
              move 12 to return-code
              stop run
           end-if
           add 1 to Route-Count
           move function upper-case(function trim(Evd-Location))
              to Rt-Location(Route-Count)
           move function upper-case(function trim(Evd-Enclosure))
              to Rt-Enclosure(Route-Count)
           if Evd-Priority is numeric
              move Evd-Priority to Rt-Priority(Route-Count)
           else
              move 99 to Rt-Priority(Route-Count)
           end-if
           move "N" to ws-found
           perform varying Ds-Idx from 1 by 1
                   until Ds-Idx > Destination-Count or ws-found-yes
              if Ds-Name(Ds-Idx) = Evd-Destination
                 move "Y" to ws-found
                 set ws-found-idx to Ds-Idx
              end-if
           end-perform
           if not ws-found-yes
              if Destination-Count >= 200
                 display "DESTINATION TABLE FULL: more than 200 "
                    "destinations in lab3-evd.dat"
                 move 12 to return-code
                 stop run
              end-if
              add 1 to Destination-Count
              move Destination-Count to ws-found-idx
              move Evd-Destination to Ds-Name(ws-found-idx)
              move zero to Ds-Capacity(ws-found-idx)
              move zero to Ds-Sent(ws-found-idx)
           end-if
           if Evd-Capacity is numeric
                 and Evd-Capacity > Ds-Capacity(ws-found-idx)
              move Evd-Capacity to Ds-Capacity(ws-found-idx)
           end-if
           move ws-found-idx to Rt-Dest-Idx(Route-Count).

      *>   The hazard file is optional: without it nobody is
      *>   marked, which the printed roster states and the return
      *>   code flags.
       140-Load-Hazards.
           open input hzdfile
           if hzd-status = "00"
              perform until hzd-eof-false
                 read hzdfile
                    at end
                       set hzd-eof-false to true
                    not at end
                       if Hazard-Count >= 200
                          display "HAZARD TABLE FULL: more than "
                             "200 species in lab3-hzd.dat"
                          move 12 to return-code
                          stop run
                       end-if
                       add 1 to Hazard-Count
                       move function upper-case(
                          function trim(Hzd-Species))
                          to Hz-Species(Hazard-Count)
                       move function upper-case(Hzd-Code)
                          to Hz-Code(Hazard-Count)
                       move Hzd-Handling
                          to Hz-Handling(Hazard-Count)
                 end-read
              end-perform
              close hzdfile
           end-if.

       300-Build-Roster.
           open input asnfile
           if asn-status = "00"
              perform until asn-eof-false
                 read asnfile
                    at end
                       set asn-eof-false to true
                    not at end
                       perform 310-Take-Assignment
                 end-read
              end-perform
              close asnfile
           end-if.

      *>   Assignments for departed animals are left to Lab4a to
      *>   clear; only animals still on hand go on the roster.
       310-Take-Assignment.
           move "N" to ws-found
           perform varying An-Idx from 1 by 1
                   until An-Idx > Animal-Count or ws-found-yes
              if An-Name(An-Idx) = Asn-AnimalName
                 move "Y" to ws-found
                 set ws-found-idx to An-Idx
              end-if
           end-perform
           if ws-found-yes
              move "Y" to An-Assigned(ws-found-idx)
              if Roster-Count >= 1000
                 display "ROSTER TABLE FULL: more than 1000 "
                    "assignments in lab3-asn.dat"
                 move 12 to return-code
                 stop run
              end-if
              move function upper-case(function trim(Asn-Location))
                 to ws-loc-key
              move function upper-case(function trim(Asn-Enclosure))
                 to ws-enc-key
              add 1 to Roster-Count
              move ws-loc-key   to Ro-Location(Roster-Count)
              move ws-enc-key   to Ro-Enclosure(Roster-Count)
              move Asn-AnimalName to Ro-Name(Roster-Count)
              move ws-found-idx to Ro-An-Idx(Roster-Count)
              move "N" to Ro-Known(Roster-Count)
              perform varying En-Idx from 1 by 1
                      until En-Idx > Enclosure-Count
                 if En-Location(En-Idx) = ws-loc-key
                       and En-Id(En-Idx) = ws-enc-key
                    move "Y" to Ro-Known(Roster-Count)
                 end-if
              end-perform
              perform 320-Find-Route
              if ws-route-idx > zero
                 move Rt-Priority(ws-route-idx)
                    to Ro-Priority(Roster-Count)
                 move Rt-Dest-Idx(ws-route-idx)
                    to Ro-Dest-Idx(Roster-Count)
                 add 1 to Ds-Sent(Rt-Dest-Idx(ws-route-idx))
              else
                 move 99   to Ro-Priority(Roster-Count)
                 move zero to Ro-Dest-Idx(Roster-Count)
              end-if
           end-if.

      *>   The enclosure's own row first, then the location row.
       320-Find-Route.
           move zero to ws-route-idx
           perform varying Rt-Idx from 1 by 1
                   until Rt-Idx > Route-Count
              if Rt-Location(Rt-Idx) = ws-loc-key
                 if Rt-Enclosure(Rt-Idx) = ws-enc-key
                    set ws-route-idx to Rt-Idx
                 end-if
              end-if
           end-perform
           if ws-route-idx = zero
              perform varying Rt-Idx from 1 by 1
                      until Rt-Idx > Route-Count
                 if Rt-Location(Rt-Idx) = ws-loc-key
                       and Rt-Enclosure(Rt-Idx) = spaces
                    set ws-route-idx to Rt-Idx
                 end-if
              end-perform
           end-if.

       350-Sort-Roster.
           perform varying Ro-Idx from 1 by 1
                   until Ro-Idx > Roster-Count
              perform varying Ro-Idx2 from Ro-Idx by 1
                      until Ro-Idx2 > Roster-Count
                 if Ro-Location(Ro-Idx2) < Ro-Location(Ro-Idx)
                    or (Ro-Location(Ro-Idx2) = Ro-Location(Ro-Idx)
                        and Ro-Priority(Ro-Idx2)
                            < Ro-Priority(Ro-Idx))
                    or (Ro-Location(Ro-Idx2) = Ro-Location(Ro-Idx)
                        and Ro-Priority(Ro-Idx2)
                            = Ro-Priority(Ro-Idx)
                        and Ro-Enclosure(Ro-Idx2)
                            < Ro-Enclosure(Ro-Idx))
                    or (Ro-Location(Ro-Idx2) = Ro-Location(Ro-Idx)
                        and Ro-Priority(Ro-Idx2)
                            = Ro-Priority(Ro-Idx)
                        and Ro-Enclosure(Ro-Idx2)
                            = Ro-Enclosure(Ro-Idx)
                        and Ro-Name(Ro-Idx2) < Ro-Name(Ro-Idx))
                    move Roster-Entry(Ro-Idx)  to ws-swap-entry
                    move Roster-Entry(Ro-Idx2) to Roster-Entry(Ro-Idx)
                    move ws-swap-entry to Roster-Entry(Ro-Idx2)
                 end-if
              end-perform
           end-perform.

       500-Print-Roster.
           open output prtfile
           move zero to ws-prt-page-no
           perform 760-Print-Header
           if Hazard-Count = zero
              move spaces to Prt-Line
              move "NO HAZARD FILE lab3-hzd.dat: NO ANIMAL IS MARKED"
                 to Prt-Line(1:48)
              perform 780-Print-Detail-Line
           end-if
           move high-values to ws-hold-location
           move high-values to ws-hold-enclosure
           perform varying Ro-Idx from 1 by 1
                   until Ro-Idx > Roster-Count
              if Ro-Location(Ro-Idx) not = ws-hold-location
                 move Ro-Location(Ro-Idx) to ws-hold-location
                 move high-values to ws-hold-enclosure
                 move spaces to Prt-Line
                 perform 780-Print-Detail-Line
                 move "LOCATION:" to Prt-Line(1:9)
                 move Ro-Location(Ro-Idx) to Prt-Line(11:10)
                 perform 780-Print-Detail-Line
              end-if
              if Ro-Enclosure(Ro-Idx) not = ws-hold-enclosure
                 move Ro-Enclosure(Ro-Idx) to ws-hold-enclosure
                 perform 510-Print-Enclosure
              end-if
              perform 520-Print-Animal
           end-perform
           perform 530-Print-Unassigned
           perform 540-Print-Destinations
           perform 770-Print-Footer
           close prtfile.

       510-Print-Enclosure.
           move spaces to Prt-Line
           move "ENCLOSURE" to Prt-Line(3:9)
           move Ro-Enclosure(Ro-Idx) to Prt-Line(13:10)
           if Ro-Dest-Idx(Ro-Idx) = zero
              move "*** NO DESTINATION ***" to Prt-Line(24:22)
              add 1 to ws-no-destination
           else
              move "PRIORITY" to Prt-Line(24:8)
              move Ro-Priority(Ro-Idx) to ws-priority-format
              move ws-priority-format to Prt-Line(33:2)
              move "GO TO" to Prt-Line(36:5)
              move Ds-Name(Ro-Dest-Idx(Ro-Idx)) to Prt-Line(42:20)
           end-if
           perform 780-Print-Detail-Line
           if Ro-Known(Ro-Idx) = "N"
              move spaces to Prt-Line
              move "*** ENCLOSURE NOT ON lab3-enc.dat ***"
                 to Prt-Line(5:37)
              perform 780-Print-Detail-Line
           end-if.

       520-Print-Animal.
           if Ro-Known(Ro-Idx) = "N"
              add 1 to ws-unknown-enc
           end-if
           move An-Species(Ro-An-Idx(Ro-Idx)) to ws-species-key
           perform 550-Find-Hazard
           move spaces to Prt-Line
           move Ro-Name(Ro-Idx) to Prt-Line(5:12)
           move ws-species-key to Prt-Line(18:15)
           move An-Gender(Ro-An-Idx(Ro-Idx)) to Prt-Line(34:1)
           move ws-hazard-word to Prt-Line(36:10)
           move ws-handling to Prt-Line(47:30)
           perform 780-Print-Detail-Line.

       530-Print-Unassigned.
           move spaces to Prt-Line
           perform 780-Print-Detail-Line
           move "ANIMALS WITH NO ENCLOSURE ASSIGNMENT -- LOCATE BEFORE"
              to Prt-Line(1:53)
           move " LEAVING" to Prt-Line(54:8)
           perform 780-Print-Detail-Line
           perform varying An-Idx from 1 by 1
                   until An-Idx > Animal-Count
              if An-Assigned(An-Idx) = "N"
                 add 1 to ws-unassigned
                 move An-Species(An-Idx) to ws-species-key
                 perform 550-Find-Hazard
                 move spaces to Prt-Line
                 move An-Name(An-Idx) to Prt-Line(5:12)
                 move ws-species-key to Prt-Line(18:15)
                 move An-Gender(An-Idx) to Prt-Line(34:1)
                 move ws-hazard-word to Prt-Line(36:10)
                 move ws-handling to Prt-Line(47:30)
                 perform 780-Print-Detail-Line
              end-if
           end-perform
           if ws-unassigned = zero
              move spaces to Prt-Line
              move "NONE" to Prt-Line(5:4)
              perform 780-Print-Detail-Line
           end-if.

       540-Print-Destinations.
           move spaces to Prt-Line
           perform 780-Print-Detail-Line
           move "DESTINATION" to Prt-Line(1:11)
           move "SENT" to Prt-Line(26:4)
           move "HOLDS" to Prt-Line(33:5)
           perform 780-Print-Detail-Line
           perform varying Ds-Idx from 1 by 1
                   until Ds-Idx > Destination-Count
              move spaces to Prt-Line
              move Ds-Name(Ds-Idx) to Prt-Line(1:20)
              move Ds-Sent(Ds-Idx) to ws-count-format
              move ws-count-format to Prt-Line(25:5)
              move Ds-Capacity(Ds-Idx) to ws-count-format
              move ws-count-format to Prt-Line(33:5)
              if Ds-Sent(Ds-Idx) > Ds-Capacity(Ds-Idx)
                 move "*** OVER CAPACITY ***" to Prt-Line(40:21)
                 add 1 to ws-over-capacity
              end-if
              perform 780-Print-Detail-Line
           end-perform.

       550-Find-Hazard.
           move spaces to ws-hazard-word
           move spaces to ws-handling
           perform varying Hz-Idx from 1 by 1
                   until Hz-Idx > Hazard-Count
              if Hz-Species(Hz-Idx) = ws-species-key
                 evaluate Hz-Code(Hz-Idx)
                    when "D" move "DANGEROUS" to ws-hazard-word
                    when "V" move "VENOMOUS"  to ws-hazard-word
                    when "S" move "SPECIAL"   to ws-hazard-word
                    when other move spaces    to ws-hazard-word
                 end-evaluate
                 move Hz-Handling(Hz-Idx) to ws-handling
              end-if
           end-perform.

       760-Print-Header.
           add 1 to ws-prt-page-no
           move zero to ws-prt-lines-used
           move ws-prt-page-no to ws-prt-page-format

           move spaces to Prt-Line
           move "EMERGENCY EVACUATION ROSTER" to Prt-Line(1:27)
           move "PAGE" to Prt-Line(66:4)
           move ws-prt-page-format to Prt-Line(71:3)
           write Prt-Line after advancing page

           move spaces to Prt-Line
           move "RUN DATE:" to Prt-Line(1:9)
           move ws-prt-run-date to Prt-Line(11:8)
           move "RUN TIME:" to Prt-Line(21:9)
           move ws-prt-run-time to Prt-Line(31:8)
           write Prt-Line after advancing 2

           move spaces to Prt-Line
           move "ANIMAL" to Prt-Line(5:6)
           move "SPECIES" to Prt-Line(18:7)
           move "S" to Prt-Line(34:1)
           move "HAZARD" to Prt-Line(36:6)
           move "HANDLING" to Prt-Line(47:8)
           write Prt-Line after advancing 2

           move spaces to Prt-Line
           move all "-" to Prt-Line(1:76)
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
