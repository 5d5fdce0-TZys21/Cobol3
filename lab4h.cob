      *>     Ends with return code 4 when any alert fired -- the
      *>     notebook is retired.
      *>     2026-09-01  TZ  Initial version.
      *>     2026-10-15  TZ  Where keepers logged today's feeding
      *>     in the lab3-fdg.dat ledger Lab4u keeps, the draw for
      *>     that enclosure and feed type is the quantity actually
      *>     offered instead of the computed plan for the animals
      *>     housed there (lab3-asn.dat); unlogged enclosures are
      *>     still drawn at the computed figure.

       environment division.
       input-output section.
                organization is line sequential
                file status is hzn-status.

            select asnfile assign to "lab3-asn.dat"
                organization is line sequential
                file status is asn-status.

            select fdgfile assign to "lab3-fdg.dat"
                organization is line sequential
                file status is fdg-status.

       Data division.
       File Section.
       Fd infile.
       01    Hzn-Record.
         05    Hzn-Days         Pic 9(3).

       Fd asnfile.
       01    Asn-Record.
         05    Asn-AnimalName   Pic X(12).
         05    Filler           Pic X(1).
         05    Asn-Location     Pic X(10).
         05    Filler           Pic X(1).
         05    Asn-Enclosure    Pic X(10).

       Fd fdgfile.
       01    Fdg-Record.
         05    Fdg-Date         Pic 9(8).
         05    Filler           Pic X(1).
         05    Fdg-Location     Pic X(10).
         05    Filler           Pic X(1).
         05    Fdg-Enclosure    Pic X(10).
         05    Filler           Pic X(1).
         05    Fdg-Type         Pic X(12).
         05    Filler           Pic X(1).
         05    Fdg-Offered      Pic 9(5)V9(2).
         05    Filler           Pic X(1).
         05    Fdg-Left         Pic 9(5)V9(2).
         05    Filler           Pic X(1).
         05    Fdg-Operator     Pic X(8).

       Working-storage section.
        01  fed-status        pic X(2).
        01  rcv-status        pic X(2).
        01  rcv-applied        pic 9(5) value zero.
        01  ws-count-format    pic Z(4)9.

        01  asn-status         pic X(2).
        01  fdg-status         pic X(2).
        01  asn-eof            pic X value "N".
           88 asn-eof-false    value "Y".
        01  fdg-eof            pic X value "N".
           88 fdg-eof-false    value "Y".
        01  ws-today           pic 9(8) value zero.
        01  Animal-Table.
            05  Animal-Entry occurs 1000 times
                   indexed by An-Idx.
                10  An-Name      pic X(12).
                10  An-Species   pic X(15).
                10  An-Loc       pic X(10).
                10  An-Enc       pic X(10).
        01  Animal-Count       pic 9(5) value zero.

      *>   Today's logged feedings, one row per enclosure and feed
      *>   type, with the quantity offered summed.
        01  Fed-Log-Table.
            05  Fed-Log-Entry occurs 500 times
                   indexed by Fl-Idx.
                10  Fl-Loc       pic X(10).
                10  Fl-Enc       pic X(10).
                10  Fl-Type      pic X(12).
                10  Fl-Offered   pic 9(7)V9(2).
        01  Fed-Log-Count      pic 9(3) value zero.
        01  ws-plan            pic 9(7)V9(2) value zero.
        01  ws-adjusted        pic S9(7)V9(2) value zero.
        01  ws-an-found        pic X value "N".
           88 ws-an-found-yes  value "Y".



       Procedure Division.
           Perform 130-Load-Horizon
           Perform 200-Tally-Herd
           Perform 250-Compute-Consumption
           Perform 260-Apply-Feeding-Log
           Perform 300-Apply-Receipts
           Perform 350-Load-Order
           Perform 400-Reconcile-Deliveries
           stop run.

       100-initialize.
           accept ws-today from date yyyymmdd.

       110-Load-Feed-Refs.
           open input fedfile
              add 1 to Species-Count
              move ws-species-key to Sp-Name(Species-Count)
              move 1 to Sp-Count(Species-Count)
           end-if
           if Animal-Count >= 1000
              display "ANIMAL TABLE FULL: more than 1000 "
                 "active records in lab3-val.dat"
              move 12 to return-code
              stop run
           end-if
           add 1 to Animal-Count
           move AnimalName     to An-Name(Animal-Count)
           move ws-species-key to An-Species(Animal-Count)
           move spaces         to An-Loc(Animal-Count)
           move spaces         to An-Enc(Animal-Count).

       250-Compute-Consumption.
           perform varying Sp-Idx from 1 by 1
              end-perform
           end-perform.

      *>   For each enclosure and feed type logged today, the
      *>   computed plan for its animals comes out of the day's
      *>   figure and the quantity actually offered goes in.
       260-Apply-Feeding-Log.
           perform 265-Load-Feeding-Log
           if Fed-Log-Count > zero
              perform 270-Load-Assignments
              perform varying Fl-Idx from 1 by 1
                      until Fl-Idx > Fed-Log-Count
                 perform 280-Compute-Enclosure-Plan
                 move Fl-Type(Fl-Idx) to ws-type-key
                 perform 150-Find-Or-Add-Type
                 compute ws-adjusted = St-Daily(ws-found-idx)
                    - ws-plan + Fl-Offered(Fl-Idx)
                 if ws-adjusted < zero
                    move zero to St-Daily(ws-found-idx)
                 else
                    move ws-adjusted to St-Daily(ws-found-idx)
                 end-if
              end-perform
              move Fed-Log-Count to ws-count-format
              display "Logged feedings drawn as offered: "
                 ws-count-format
           end-if.

       265-Load-Feeding-Log.
           open input fdgfile
           if fdg-status = "00"
              perform until fdg-eof-false
                 read fdgfile
                    at end
                       set fdg-eof-false to true
                    not at end
                       if Fdg-Date = ws-today
                          perform 267-Add-Feeding-Log
                       end-if
                 end-read
              end-perform
              close fdgfile
           end-if.

       267-Add-Feeding-Log.
           move "N" to ws-found
           perform varying Fl-Idx from 1 by 1
                   until Fl-Idx > Fed-Log-Count or ws-found-yes
              if Fl-Loc(Fl-Idx) = Fdg-Location
                    and Fl-Enc(Fl-Idx) = Fdg-Enclosure
                    and Fl-Type(Fl-Idx) = Fdg-Type
                 add Fdg-Offered to Fl-Offered(Fl-Idx)
                 move "Y" to ws-found
              end-if
           end-perform
           if not ws-found-yes
              if Fed-Log-Count >= 500
                 display "FEEDING LOG TABLE FULL: more than 500 "
                    "enclosure feedings logged today"
                 move 12 to return-code
                 stop run
              end-if
              add 1 to Fed-Log-Count
              move Fdg-Location  to Fl-Loc(Fed-Log-Count)
              move Fdg-Enclosure to Fl-Enc(Fed-Log-Count)
              move Fdg-Type      to Fl-Type(Fed-Log-Count)
              move Fdg-Offered   to Fl-Offered(Fed-Log-Count)
           end-if.

       270-Load-Assignments.
           open input asnfile
           if asn-status = "00"
              perform until asn-eof-false
                 read asnfile
                    at end
                       set asn-eof-false to true
                    not at end
                       perform 275-Check-Assignment
                 end-read
              end-perform
              close asnfile
           end-if.

      *>   Each animal being fed picks up its enclosure from
      *>   lab3-asn.dat; departed animals are not in the table.
       275-Check-Assignment.
           move "N" to ws-an-found
           perform varying An-Idx from 1 by 1
                   until An-Idx > Animal-Count or ws-an-found-yes
              if An-Name(An-Idx) = Asn-AnimalName
                 move "Y" to ws-an-found
                 move Asn-Location  to An-Loc(An-Idx)
                 move Asn-Enclosure to An-Enc(An-Idx)
              end-if
           end-perform.

       280-Compute-Enclosure-Plan.
           move zero to ws-plan
           perform varying An-Idx from 1 by 1
                   until An-Idx > Animal-Count
              if An-Loc(An-Idx) = Fl-Loc(Fl-Idx)
                    and An-Enc(An-Idx) = Fl-Enc(Fl-Idx)
                 perform varying Fr-Idx from 1 by 1
                         until Fr-Idx > Feed-Ref-Count
                    if Fr-Species(Fr-Idx) = An-Species(An-Idx)
                          and Fr-Type(Fr-Idx) = Fl-Type(Fl-Idx)
                       add Fr-Qty(Fr-Idx) to ws-plan
                    end-if
                 end-perform
              end-if
           end-perform.

       300-Apply-Receipts.
           open input rcvfile
           if rcv-status = "00"
