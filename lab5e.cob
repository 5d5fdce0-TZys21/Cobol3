       Identification Division.
       Program-id.          Lab5e.

      *      Name: Tyler Zysberg. Description: LAB5e.Collection plan
      *>     review for the curator: compares the species collection
      *>     plan in lab3-cpl.dat (species, target head count, target
      *>     sex ratio males:females, and direction -- I phase in, H
      *>     hold steady, O phase out) with the active animals on
      *>     lab3-in.dat, and prints to lab3-cpr.dat, species by
      *>     species, the target and held count of each sex, the
      *>     surplus or deficit, the Lab3x breeding status (females
      *>     on contraception in Lab5c's lab3-rps.dat do not make a
      *>     pair, as in Lab3x) and a recommendation: ACQUIRE, BREED,
      *>     HOLD or PLACE OUT. The breeding status is cross-checked
      *>     against the plan: a phase-in species with no breeding
      *>     pair, a phase-out species still holding one, and a
      *>     species held but not in the plan are flagged. Animals
      *>     of unknown sex count toward the head count only. Return
      *>     code 4 when anything is flagged. Reviewed quarterly.
      *>     2026-10-15  TZ  Initial version.

       environment division.
       input-output section.
       file-control.
            select infile assign to "lab3-in.dat"
                organization is line sequential.

            select cplfile assign to "lab3-cpl.dat"
                organization is line sequential
                file status is cpl-status.

            select rpsfile assign to "lab3-rps.dat"
                organization is line sequential
                file status is rps-status.

            select prtfile assign to "lab3-cpr.dat"
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

       Fd cplfile.
       01    Cpl-Record.
         05    Cpl-Species      Pic X(15).
         05    Cpl-Target       Pic 9(4).
         05    Cpl-Ratio-Male   Pic 9(2).
         05    Cpl-Ratio-Female Pic 9(2).
         05    Cpl-Direction    Pic X(1).

       Fd rpsfile.
       01    Rps-Record.
         05    Rps-AnimalName   Pic X(12).
         05    Filler           Pic X(1).
         05    Rps-Contra       Pic X(10).
         05    Filler           Pic X(1).
         05    Rps-Applied      Pic 9(8).
         05    Filler           Pic X(1).
         05    Rps-Until        Pic 9(8).

       Fd prtfile.
       01    Prt-Line             Pic X(80).

       Working-storage section.
        01  cpl-status        pic X(2).
        01  rps-status        pic X(2).
        01  eof               pic X value "N".
           88 eof-false       value "Y".
        01  cpl-eof           pic X value "N".
           88 cpl-eof-false   value "Y".
        01  rps-eof           pic X value "N".
           88 rps-eof-false   value "Y".
        01  ws-today          pic 9(8) value zero.

      *>   Females whose contraception is still in effect today.
        01  Contra-Table.
            05  Ct-Name pic X(12) occurs 1000 times
                   indexed by Ct-Idx.
        01  Contra-Count       pic 9(5) value zero.
        01  ws-contra          pic X value "N".
           88 ws-contra-yes    value "Y".

      *>   One row per species in the plan or on hand, plan rows
      *>   first in file order.
        01  Species-Table.
            05  Species-Entry occurs 300 times
                   indexed by Sp-Idx Sp-Idx2.
                10  Sp-Name        pic X(15).
                10  Sp-In-Plan     pic X(1).
                10  Sp-Direction   pic X(1).
                10  Sp-Target      pic 9(4).
                10  Sp-Target-Male pic 9(4).
                10  Sp-Target-Fem  pic 9(4).
                10  Sp-Split       pic X(1).
                10  Sp-Male        pic 9(4).
                10  Sp-Female      pic 9(4).
                10  Sp-Contra      pic 9(4).
                10  Sp-Unknown     pic 9(4).
        01  Species-Count      pic 9(3) value zero.
        01  ws-swap-entry      pic X(46).
        01  ws-species-key     pic X(15).
        01  ws-found           pic X value "N".
           88 ws-found-yes     value "Y".
        01  ws-found-idx       pic 9(3) value zero.

        01  ws-held            pic 9(5) value zero.
        01  ws-held-female     pic 9(5) value zero.
        01  ws-diff            pic S9(5) value zero.
        01  ws-diff-male       pic S9(5) value zero.
        01  ws-diff-female     pic S9(5) value zero.
        01  ws-status          pic X(13).
        01  ws-advice          pic X(9).
        01  ws-check           pic X(40).

        01  ws-prt-page-no     pic 9(3) value zero.
        01  ws-prt-page-format pic ZZ9.
        01  ws-prt-lines-used  pic 9(3) value zero.
        01  ws-prt-lines-per-page pic 9(3) value 50.
        01  ws-prt-run-date    pic 9(8) value zero.
        01  ws-prt-run-time    pic 9(8) value zero.
        01  ws-prt-hold-line   pic X(80).

        01  ws-flags           pic 9(5) value zero.
        01  ws-num-format      pic ZZZ9.
        01  ws-diff-format     pic +(4)9.
        01  ws-count-format    pic Z(4)9.



       Procedure Division.
       000-main.

           Perform 100-initialize
           Perform 120-Load-Plan
           Perform 130-Load-Contraception
           Perform 140-Load-Animals
           Perform 350-Sort-Off-Plan

           open output prtfile
           move zero to ws-prt-page-no
           perform 760-Print-Header
           perform varying Sp-Idx from 1 by 1
                   until Sp-Idx > Species-Count
              perform 400-Review-Species
           end-perform
           perform 770-Print-Footer
           close prtfile

           move Species-Count to ws-count-format
           display "Species reviewed:        " ws-count-format
           move ws-flags to ws-count-format
           display "Cross-check flags:       " ws-count-format

           if ws-flags > zero
              move 4 to return-code
           end-if

           stop run.

       100-initialize.
           accept ws-today from date yyyymmdd
           accept ws-prt-run-date from date yyyymmdd
           accept ws-prt-run-time from time.

      *>   A ratio of 0:0 leaves the plan without a sex split and
      *>   only the head count is compared.
       120-Load-Plan.
           open input cplfile
           if cpl-status not = "00"
              display "COLLECTION PLAN FILE lab3-cpl.dat MISSING "
                 "(status " cpl-status ")"
              move 12 to return-code
              stop run
           end-if
           perform until cpl-eof-false
              read cplfile
                 at end
                    set cpl-eof-false to true
                 not at end
                    move function upper-case(
                       function trim(Cpl-Species)) to ws-species-key
                    perform 200-Find-Species
                    move "Y" to Sp-In-Plan(ws-found-idx)
                    move function upper-case(Cpl-Direction)
                       to Sp-Direction(ws-found-idx)
                    if Cpl-Target is numeric
                       move Cpl-Target to Sp-Target(ws-found-idx)
                    end-if
                    if Cpl-Ratio-Male is numeric
                          and Cpl-Ratio-Female is numeric
                          and Cpl-Ratio-Male + Cpl-Ratio-Female > 0
                       move "Y" to Sp-Split(ws-found-idx)
                       compute Sp-Target-Male(ws-found-idx) rounded
                          = Sp-Target(ws-found-idx) * Cpl-Ratio-Male
                          / (Cpl-Ratio-Male + Cpl-Ratio-Female)
                       compute Sp-Target-Fem(ws-found-idx)
                          = Sp-Target(ws-found-idx)
                          - Sp-Target-Male(ws-found-idx)
                    end-if
              end-read
           end-perform
           close cplfile.

      *>   lab3-rps.dat is kept by Lab5c. No file means no female
      *>   is on contraception. A blank effective-until date is
      *>   contraception left in place until removed.
       130-Load-Contraception.
           open input rpsfile
           if rps-status = "00"
              perform until rps-eof-false
                 read rpsfile
                    at end
                       set rps-eof-false to true
                    not at end
                       if Rps-Contra not = spaces
                             and (Rps-Until = zero
                                  or Rps-Until >= ws-today)
                          if Contra-Count >= 1000
                             display "CONTRACEPTION TABLE FULL: "
                                "more than 1000 records in "
                                "lab3-rps.dat"
                             move 12 to return-code
                             stop run
                          end-if
                          add 1 to Contra-Count
                          move Rps-AnimalName
                             to Ct-Name(Contra-Count)
                       end-if
                 end-read
              end-perform
              close rpsfile
           end-if.

       135-Check-Contraception.
           move "N" to ws-contra
           perform varying Ct-Idx from 1 by 1
                   until Ct-Idx > Contra-Count or ws-contra-yes
              if Ct-Name(Ct-Idx) = AnimalName
                 move "Y" to ws-contra
              end-if
           end-perform.

      *>   Active as Lab3x counts it: status A or blank.
       140-Load-Animals.
           open input infile
           perform until eof-false
              read infile
                 at end
                    set eof-false to true
                 not at end
                    if AnimalStatus = "A" or AnimalStatus = space
                       move function upper-case(
                          function trim(Species)) to ws-species-key
                       perform 200-Find-Species
                       evaluate Gender
                          when "M"
                             add 1 to Sp-Male(ws-found-idx)
                          when "F"
                             perform 135-Check-Contraception
                             if ws-contra-yes
                                add 1 to Sp-Contra(ws-found-idx)
                             else
                                add 1 to Sp-Female(ws-found-idx)
                             end-if
                          when other
                             add 1 to Sp-Unknown(ws-found-idx)
                       end-evaluate
                    end-if
              end-read
           end-perform
           close infile.

       200-Find-Species.
           move "N" to ws-found
           perform varying Sp-Idx from 1 by 1
                   until Sp-Idx > Species-Count or ws-found-yes
              if Sp-Name(Sp-Idx) = ws-species-key
                 set ws-found-idx to Sp-Idx
                 move "Y" to ws-found
              end-if
           end-perform
           if not ws-found-yes
              if Species-Count >= 300
                 display "SPECIES TABLE FULL: more than 300 "
                    "species in lab3-cpl.dat and lab3-in.dat"
                 move 12 to return-code
                 stop run
              end-if
              add 1 to Species-Count
              move Species-Count to ws-found-idx
              move ws-species-key to Sp-Name(ws-found-idx)
              move "N"  to Sp-In-Plan(ws-found-idx)
              move space to Sp-Direction(ws-found-idx)
              move zero to Sp-Target(ws-found-idx)
              move zero to Sp-Target-Male(ws-found-idx)
              move zero to Sp-Target-Fem(ws-found-idx)
              move "N"  to Sp-Split(ws-found-idx)
              move zero to Sp-Male(ws-found-idx)
              move zero to Sp-Female(ws-found-idx)
              move zero to Sp-Contra(ws-found-idx)
              move zero to Sp-Unknown(ws-found-idx)
           end-if.

      *>   Plan species keep the curator's order; species on hand
      *>   but missing from the plan follow, alphabetically.
       350-Sort-Off-Plan.
           perform varying Sp-Idx from 1 by 1
                   until Sp-Idx > Species-Count
              perform varying Sp-Idx2 from Sp-Idx by 1
                      until Sp-Idx2 > Species-Count
                 if Sp-In-Plan(Sp-Idx) = "N"
                       and Sp-In-Plan(Sp-Idx2) = "N"
                       and Sp-Name(Sp-Idx2) < Sp-Name(Sp-Idx)
                    move Species-Entry(Sp-Idx)  to ws-swap-entry
                    move Species-Entry(Sp-Idx2)
                       to Species-Entry(Sp-Idx)
                    move ws-swap-entry to Species-Entry(Sp-Idx2)
                 end-if
              end-perform
           end-perform.

       400-Review-Species.
           compute ws-held-female = Sp-Female(Sp-Idx)
              + Sp-Contra(Sp-Idx)
           compute ws-held = Sp-Male(Sp-Idx) + ws-held-female
              + Sp-Unknown(Sp-Idx)
           compute ws-diff = ws-held - Sp-Target(Sp-Idx)
           compute ws-diff-male = Sp-Male(Sp-Idx)
              - Sp-Target-Male(Sp-Idx)
           compute ws-diff-female = ws-held-female
              - Sp-Target-Fem(Sp-Idx)
           perform 410-Breeding-Status
           perform 420-Recommend
           perform 430-Cross-Check

           move spaces to Prt-Line
           move Sp-Name(Sp-Idx) to Prt-Line(1:15)
           move Sp-Direction(Sp-Idx) to Prt-Line(17:1)
           if Sp-In-Plan(Sp-Idx) = "Y"
              move Sp-Target(Sp-Idx) to ws-num-format
              move ws-num-format to Prt-Line(19:4)
           end-if
           move ws-held to ws-num-format
           move ws-num-format to Prt-Line(24:4)
           if Sp-In-Plan(Sp-Idx) = "Y"
              move ws-diff to ws-diff-format
              move ws-diff-format to Prt-Line(29:5)
           end-if
           if Sp-Split(Sp-Idx) = "Y"
              move Sp-Target-Male(Sp-Idx) to ws-num-format
              move ws-num-format to Prt-Line(35:4)
              move Sp-Target-Fem(Sp-Idx) to ws-num-format
              move ws-num-format to Prt-Line(40:4)
           end-if
           move Sp-Male(Sp-Idx) to ws-num-format
           move ws-num-format to Prt-Line(45:4)
           move ws-held-female to ws-num-format
           move ws-num-format to Prt-Line(50:4)
           move ws-advice to Prt-Line(55:9)
           move ws-status to Prt-Line(65:13)
           perform 780-Print-Detail-Line
           if Sp-Split(Sp-Idx) = "Y"
                 and (ws-diff-male not = zero
                      or ws-diff-female not = zero)
              move spaces to Prt-Line
              move "MALES" to Prt-Line(5:5)
              move ws-diff-male to ws-diff-format
              move ws-diff-format to Prt-Line(11:5)
              move "FEMALES" to Prt-Line(18:7)
              move ws-diff-female to ws-diff-format
              move ws-diff-format to Prt-Line(26:5)
              if Sp-Contra(Sp-Idx) > zero
                 move "ON CONTRACEPTION" to Prt-Line(33:16)
                 move Sp-Contra(Sp-Idx) to ws-num-format
                 move ws-num-format to Prt-Line(50:4)
              end-if
              perform 780-Print-Detail-Line
           end-if
           if ws-check not = spaces
              move spaces to Prt-Line
              move "***" to Prt-Line(5:3)
              move ws-check to Prt-Line(9:40)
              perform 780-Print-Detail-Line
              add 1 to ws-flags
           end-if.

      *>   The Lab3x viability flags, same order of tests.
       410-Breeding-Status.
           evaluate true
              when ws-held = zero
                 move "NONE HELD"     to ws-status
              when ws-held = 1
                 move "SINGLE ANIMAL" to ws-status
              when Sp-Male(Sp-Idx) > 0 and Sp-Female(Sp-Idx) > 0
                 move "BREEDING PAIR" to ws-status
              when Sp-Male(Sp-Idx) > 0 and Sp-Contra(Sp-Idx) > 0
                 move "CONTRACEPTED"  to ws-status
              when other
                 move "SINGLE-SEX"    to ws-status
           end-evaluate.

      *>   Phase-out: place out whatever is left. Otherwise a
      *>   shortfall is bred when a pair is held and acquired when
      *>   not, and anything over target (head count, or a sex
      *>   over its share) is placed out.
       420-Recommend.
           evaluate true
              when Sp-In-Plan(Sp-Idx) = "N"
                 move "REVIEW"    to ws-advice
              when Sp-Direction(Sp-Idx) = "O" and ws-held > zero
                 move "PLACE OUT" to ws-advice
              when Sp-Direction(Sp-Idx) = "O"
                 move "HOLD"      to ws-advice
              when ws-diff < zero
                    or (Sp-Split(Sp-Idx) = "Y"
                        and (ws-diff-male < zero
                             or ws-diff-female < zero)
                        and ws-diff <= zero)
                 if ws-status = "BREEDING PAIR"
                    move "BREED"   to ws-advice
                 else
                    move "ACQUIRE" to ws-advice
                 end-if
              when ws-diff > zero
                    or (Sp-Split(Sp-Idx) = "Y"
                        and (ws-diff-male > zero
                             or ws-diff-female > zero))
                 move "PLACE OUT" to ws-advice
              when other
                 move "HOLD"      to ws-advice
           end-evaluate.

       430-Cross-Check.
           move spaces to ws-check
           evaluate true
              when Sp-In-Plan(Sp-Idx) = "N"
                 move "HELD BUT NOT IN THE COLLECTION PLAN"
                    to ws-check
              when Sp-Direction(Sp-Idx) not = "I"
                    and Sp-Direction(Sp-Idx) not = "H"
                    and Sp-Direction(Sp-Idx) not = "O"
                 move "PLAN DIRECTION NOT I, H OR O" to ws-check
              when Sp-Direction(Sp-Idx) = "I"
                    and ws-status not = "BREEDING PAIR"
                 move "PHASE-IN SPECIES WITH NO BREEDING PAIR"
                    to ws-check
              when Sp-Direction(Sp-Idx) = "O"
                    and ws-status = "BREEDING PAIR"
                 move "PHASE-OUT SPECIES HOLDS A BREEDING PAIR"
                    to ws-check
              when other
                 continue
           end-evaluate.

       760-Print-Header.
           add 1 to ws-prt-page-no
           move zero to ws-prt-lines-used
           move ws-prt-page-no to ws-prt-page-format

           move spaces to Prt-Line
           move "COLLECTION PLAN REVIEW" to Prt-Line(1:22)
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
           move "TGT" to Prt-Line(20:3)
           move "HELD" to Prt-Line(24:4)
           move "+/-" to Prt-Line(31:3)
           move "TGTM" to Prt-Line(35:4)
           move "TGTF" to Prt-Line(40:4)
           move "HLDM" to Prt-Line(45:4)
           move "HLDF" to Prt-Line(50:4)
           write Prt-Line after advancing 2

           move spaces to Prt-Line
           move "SPECIES" to Prt-Line(1:7)
           move "D" to Prt-Line(17:1)
           move "ADVICE" to Prt-Line(55:6)
           move "BREEDING" to Prt-Line(65:8)
           write Prt-Line after advancing 1

           move spaces to Prt-Line
           move all "-" to Prt-Line(1:77)
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
