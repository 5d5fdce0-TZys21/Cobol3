       Identification Division.
       Program-id.          Lab4q.

      *      Name: Tyler Zysberg. Description: LAB4q.Monthly feed
      *>     and veterinary cost report: for the month given on the
      *>     command line (YYYYMM, prompted for when absent) prices
      *>     the feed the herd eats -- the same lab3-val.dat head
      *>     counts times lab3-fed.dat daily quantities Lab3s orders
      *>     from, priced per feed unit from lab3-fpr.dat, for every
      *>     day of the month -- and every lab3-med.dat treatment
      *>     given in the month, priced per treatment from
      *>     lab3-mpr.dat, and charges both to the location the
      *>     animal lives in (the location files behind
      *>     lab3-loc.dat) and to its class (lab3-cls.dat,
      *>     lab3-cld.dat). Each location and class shows head
      *>     count, feed cost, vet cost, cost per head, and the
      *>     change against the previous month, which is kept in
      *>     the lab3-csh.dat cost history this run rewrites.
      *>     Animals not found in any location file are charged to
      *>     UNASSIGNED. Ends with return code 4 when a feed type or
      *>     medication has no price on file.
      *>     2026-10-15  TZ  Initial version.

       environment division.
       input-output section.
       file-control.
            select infile assign to "lab3-val.dat"
                organization is line sequential.

            select fedfile assign to "lab3-fed.dat"
                organization is line sequential
                file status is fed-status.

            select fprfile assign to "lab3-fpr.dat"
                organization is line sequential
                file status is fpr-status.

            select mprfile assign to "lab3-mpr.dat"
                organization is line sequential
                file status is mpr-status.

            select medfile assign to "lab3-med.dat"
                organization is line sequential
                file status is med-status.

            select locfile assign to "lab3-loc.dat"
                organization is line sequential
                file status is loc-status.

            select lcifile assign to ws-lci-name
                organization is line sequential
                file status is lci-status.

            select clsfile assign to "lab3-cls.dat"
                organization is line sequential
                file status is cls-status.

            select cldfile assign to "lab3-cld.dat"
                organization is line sequential
                file status is cld-status.

            select cshfile assign to "lab3-csh.dat"
                organization is line sequential
                file status is csh-status.

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

       Fd fedfile.
       01    Fed-Record.
         05    Fed-Species      Pic X(15).
         05    Fed-Type         Pic X(12).
         05    Fed-Qty          Pic 9(3)V9(2).

       Fd fprfile.
       01    Fpr-Record.
         05    Fpr-Type         Pic X(12).
         05    Fpr-Price        Pic 9(3)V9(2).

       Fd mprfile.
       01    Mpr-Record.
         05    Mpr-Medication   Pic X(15).
         05    Mpr-Price        Pic 9(5)V9(2).

       Fd medfile.
       01    Med-Record.
         05    Med-Date         Pic X(8).
         05    Filler           Pic X(1).
         05    Med-AnimalName   Pic X(12).
         05    Filler           Pic X(1).
         05    Med-Medication   Pic X(15).
         05    Filler           Pic X(1).
         05    Med-Withdrawal   Pic X(3).
         05    Filler           Pic X(1).
         05    Med-Operator     Pic X(8).

       Fd locfile.
       01    Loc-Record.
         05    Loc-Name         Pic X(10).
         05    Loc-File         Pic X(20).

       Fd lcifile.
       01    Lci-Record.
         05    Lci-AnimalName   Pic X(12).
         05    Filler           Pic X(46).

       Fd clsfile.
       01    Cls-Record.
         05    Cls-Species      Pic X(15).
         05    Cls-Class        Pic X(10).

       Fd cldfile.
       01    Cld-Record.
         05    Cld-Class        Pic X(10).

       Fd cshfile.
       01    Csh-Record.
         05    Csh-Month        Pic 9(6).
         05    Filler           Pic X(1) value space.
         05    Csh-Kind         Pic X(1).
         05    Filler           Pic X(1) value space.
         05    Csh-Key          Pic X(10).
         05    Filler           Pic X(1) value space.
         05    Csh-Heads        Pic 9(5).
         05    Filler           Pic X(1) value space.
         05    Csh-Feed         Pic 9(7)V9(2).
         05    Filler           Pic X(1) value space.
         05    Csh-Vet          Pic 9(7)V9(2).

       Working-storage section.
        01  fed-status        pic X(2).
        01  fpr-status        pic X(2).
        01  mpr-status        pic X(2).
        01  med-status        pic X(2).
        01  loc-status        pic X(2).
        01  lci-status        pic X(2).
        01  cls-status        pic X(2).
        01  cld-status        pic X(2).
        01  csh-status        pic X(2).
        01  ws-lci-name       pic X(20).
        01  eof               pic X value "N".
           88 eof-false       value "Y".
        01  fed-eof           pic X value "N".
           88 fed-eof-false   value "Y".
        01  fpr-eof           pic X value "N".
           88 fpr-eof-false   value "Y".
        01  mpr-eof           pic X value "N".
           88 mpr-eof-false   value "Y".
        01  med-eof           pic X value "N".
           88 med-eof-false   value "Y".
        01  loc-eof           pic X value "N".
           88 loc-eof-false   value "Y".
        01  lci-eof           pic X value "N".
           88 lci-eof-false   value "Y".
        01  cls-eof           pic X value "N".
           88 cls-eof-false   value "Y".
        01  cld-eof           pic X value "N".
           88 cld-eof-false   value "Y".
        01  csh-eof           pic X value "N".
           88 csh-eof-false   value "Y".

        01  parm-month        pic X(6).
        01  ws-month          pic 9(6) value zero.
        01  ws-prev-month     pic 9(6) value zero.
        01  ws-next-month     pic 9(6) value zero.
        01  ws-month-days     pic 9(2) value zero.
        01  ws-first-int      pic 9(8) value zero.
        01  ws-next-int       pic 9(8) value zero.
        01  ws-work-date      pic 9(8) value zero.

        01  Animal-Table.
            05  Animal-Entry occurs 1000 times indexed by An-Idx.
                10  An-Name       pic X(12).
                10  An-Species    pic X(15).
                10  An-Active     pic X(1).
                10  An-Loc        pic 9(3).
                10  An-Cls        pic 9(3).
        01  Animal-Count       pic 9(5) value zero.

        01  Feed-Ref-Table.
            05  Feed-Ref-Entry occurs 100 times
                   indexed by Fr-Idx.
                10  Fr-Species pic X(15).
                10  Fr-Type    pic X(12).
                10  Fr-Qty     pic 9(3)V9(2).
        01  Feed-Ref-Count     pic 9(3) value zero.

        01  Feed-Price-Table.
            05  Feed-Price-Entry occurs 50 times
                   indexed by Fp-Idx.
                10  Fp-Type    pic X(12).
                10  Fp-Price   pic 9(3)V9(2).
        01  Feed-Price-Count   pic 9(3) value zero.

        01  Med-Price-Table.
            05  Med-Price-Entry occurs 200 times
                   indexed by Mp-Idx.
                10  Mp-Medication pic X(15).
                10  Mp-Price      pic 9(5)V9(2).
        01  Med-Price-Count    pic 9(3) value zero.

        01  Location-Table.
            05  Location-Entry occurs 50 times
                   indexed by Lc-Idx.
                10  Lc-Name       pic X(10).
                10  Lc-Heads      pic 9(5).
                10  Lc-Feed       pic 9(7)V9(2).
                10  Lc-Vet        pic 9(7)V9(2).
                10  Lc-Prev-Found pic X(1).
                10  Lc-Prev-Total pic 9(8)V9(2).
        01  Location-Count     pic 9(3) value zero.

        01  Class-Def-Table.
            05  Class-Def-Entry occurs 20 times
                   indexed by Cd-Idx.
                10  Cd-Name       pic X(10).
                10  Cd-Heads      pic 9(5).
                10  Cd-Feed       pic 9(7)V9(2).
                10  Cd-Vet        pic 9(7)V9(2).
                10  Cd-Prev-Found pic X(1).
                10  Cd-Prev-Total pic 9(8)V9(2).
        01  Class-Def-Count    pic 9(3) value zero.

        01  Class-Table.
            05  Class-Entry occurs 60 times indexed by Cls-Idx.
                10  Tbl-Species   pic X(15).
                10  Tbl-Class     pic X(10).
        01  Class-Count        pic 9(3) value zero.

        01  History-Table.
            05  History-Entry occurs 2000 times
                   indexed by Hs-Idx.
                10  Hs-Image      pic X(56).
        01  History-Count      pic 9(5) value zero.

        01  ws-species-key     pic X(15).
        01  ws-class-key       pic X(10).
        01  ws-found           pic X value "N".
           88 ws-found-yes     value "Y".
        01  ws-found-idx       pic 9(5) value zero.
        01  ws-loc-idx         pic 9(3) value zero.
        01  ws-cls-idx         pic 9(3) value zero.
        01  ws-unassigned-idx  pic 9(3) value zero.
        01  ws-other-idx       pic 9(3) value zero.
        01  ws-price           pic 9(5)V9(2) value zero.
        01  ws-daily-cost      pic 9(5)V9(4) value zero.
        01  ws-line-cost       pic 9(7)V9(2) value zero.
        01  ws-total           pic 9(8)V9(2) value zero.
        01  ws-per-head        pic 9(7)V9(2) value zero.
        01  ws-change          pic S9(8)V9(2) value zero.
        01  ws-missing-prices  pic 9(5) value zero.
        01  ws-treatments      pic 9(5) value zero.
        01  grand-heads        pic 9(5) value zero.
        01  grand-feed         pic 9(8)V9(2) value zero.
        01  grand-vet          pic 9(8)V9(2) value zero.

        01  ws-count-format    pic Z(4)9.
        01  ws-money-format    pic Z(6)9.99.
        01  ws-head-format     pic Z(5)9.99.
        01  ws-change-format   pic -(7)9.99.
        01  ws-name-out        pic X(10).
        01  ws-feed-out        pic X(10).
        01  ws-vet-out         pic X(10).
        01  ws-change-out      pic X(15).
        01  ws-row-heads       pic 9(5) value zero.
        01  ws-row-feed        pic 9(7)V9(2) value zero.
        01  ws-row-vet         pic 9(7)V9(2) value zero.
        01  ws-row-prev-found  pic X(1).
        01  ws-row-prev-total  pic 9(8)V9(2) value zero.



       Procedure Division.
       000-main.

           Perform 100-initialize
           Perform 105-Load-Class-Defs
           Perform 110-Load-Classes
           Perform 115-Load-Feed-Refs
           Perform 120-Load-Feed-Prices
           Perform 125-Load-Med-Prices
           Perform 130-Load-Animals
           Perform 140-Load-Locations
           Perform 150-Load-History

           Perform 300-Charge-Feed
           Perform 400-Charge-Treatments

           Perform 500-Print-Report
           Perform 700-Rewrite-History

           if ws-missing-prices > zero
              move 4 to return-code
           end-if

           stop run.

       100-initialize.
           accept parm-month from command-line
           if parm-month = spaces
              display "Cost month (YYYYMM): "
                 with no advancing
              accept parm-month
           end-if
           if parm-month is not numeric
                 or parm-month(5:2) < "01" or parm-month(5:2) > "12"
              display "BAD COST MONTH: " parm-month
              move 12 to return-code
              stop run
           end-if
           compute ws-month = function numval(parm-month)
           if parm-month(5:2) = "01"
              compute ws-prev-month = ws-month - 89
           else
              compute ws-prev-month = ws-month - 1
           end-if
           if parm-month(5:2) = "12"
              compute ws-next-month = ws-month + 89
           else
              compute ws-next-month = ws-month + 1
           end-if
           compute ws-work-date = ws-month * 100 + 1
           compute ws-first-int = function integer-of-date(ws-work-date)
           compute ws-work-date = ws-next-month * 100 + 1
           compute ws-next-int = function integer-of-date(ws-work-date)
           compute ws-month-days = ws-next-int - ws-first-int.

       105-Load-Class-Defs.
           open input cldfile
           if cld-status not = "00"
              display "CLASS DEFINITION FILE lab3-cld.dat "
                 "MISSING (status " cld-status ")"
              move 12 to return-code
              stop run
           end-if
           perform until cld-eof-false
              read cldfile
                 at end
                    set cld-eof-false to true
                 not at end
                    if Class-Def-Count >= 20
                       display "CLASS DEFINITION TABLE FULL: "
                          "more than 20 classes in lab3-cld.dat"
                       move 12 to return-code
                       stop run
                    end-if
                    add 1 to Class-Def-Count
                    move function upper-case(
                       function trim(Cld-Class))
                       to Cd-Name(Class-Def-Count)
                    move zero to Cd-Heads(Class-Def-Count)
                    move zero to Cd-Feed(Class-Def-Count)
                    move zero to Cd-Vet(Class-Def-Count)
                    move "N" to Cd-Prev-Found(Class-Def-Count)
                    move zero to Cd-Prev-Total(Class-Def-Count)
              end-read
           end-perform
           close cldfile
           move "OTHER" to ws-class-key
           perform 210-Find-Class-Def
           if ws-found-yes
              move ws-found-idx to ws-other-idx
           else
              if Class-Def-Count >= 20
                 display "CLASS DEFINITION TABLE FULL: "
                    "no room for OTHER"
                 move 12 to return-code
                 stop run
              end-if
              add 1 to Class-Def-Count
              move "OTHER" to Cd-Name(Class-Def-Count)
              move zero to Cd-Heads(Class-Def-Count)
              move zero to Cd-Feed(Class-Def-Count)
              move zero to Cd-Vet(Class-Def-Count)
              move "N" to Cd-Prev-Found(Class-Def-Count)
              move zero to Cd-Prev-Total(Class-Def-Count)
              move Class-Def-Count to ws-other-idx
           end-if.

       110-Load-Classes.
           open input clsfile
           if cls-status not = "00"
              display "CLASS FILE lab3-cls.dat MISSING "
                 "(status " cls-status ")"
              move 12 to return-code
              stop run
           end-if
           perform until cls-eof-false
              read clsfile
                 at end
                    set cls-eof-false to true
                 not at end
                    if Class-Count >= 60
                       display "CLASS TABLE FULL: more than 60 "
                          "species in lab3-cls.dat"
                       move 12 to return-code
                       stop run
                    end-if
                    add 1 to Class-Count
                    move function upper-case(
                       function trim(Cls-Species))
                       to Tbl-Species(Class-Count)
                    move function upper-case(
                       function trim(Cls-Class))
                       to Tbl-Class(Class-Count)
              end-read
           end-perform
           close clsfile.

       115-Load-Feed-Refs.
           open input fedfile
           if fed-status not = "00"
              display "FEED REFERENCE FILE lab3-fed.dat MISSING "
                 "(status " fed-status ")"
              move 12 to return-code
              stop run
           end-if
           perform until fed-eof-false
              read fedfile
                 at end
                    set fed-eof-false to true
                 not at end
                    if Feed-Ref-Count >= 100
                       display "FEED REFERENCE TABLE FULL: more "
                          "than 100 entries in lab3-fed.dat"
                       move 12 to return-code
                       stop run
                    end-if
                    add 1 to Feed-Ref-Count
                    move function upper-case(
                       function trim(Fed-Species))
                       to Fr-Species(Feed-Ref-Count)
                    move Fed-Type to Fr-Type(Feed-Ref-Count)
                    move Fed-Qty  to Fr-Qty(Feed-Ref-Count)
              end-read
           end-perform
           close fedfile.

       120-Load-Feed-Prices.
           open input fprfile
           if fpr-status not = "00"
              display "FEED PRICE FILE lab3-fpr.dat MISSING "
                 "(status " fpr-status ")"
              move 12 to return-code
              stop run
           end-if
           perform until fpr-eof-false
              read fprfile
                 at end
                    set fpr-eof-false to true
                 not at end
                    if Feed-Price-Count >= 50
                       display "FEED PRICE TABLE FULL: more than "
                          "50 entries in lab3-fpr.dat"
                       move 12 to return-code
                       stop run
                    end-if
                    add 1 to Feed-Price-Count
                    move Fpr-Type  to Fp-Type(Feed-Price-Count)
                    move Fpr-Price to Fp-Price(Feed-Price-Count)
              end-read
           end-perform
           close fprfile.

      *>   Medication prices are optional: without the file every
      *>   treatment is reported as unpriced rather than stopping
      *>   the feed side of the report.
       125-Load-Med-Prices.
           open input mprfile
           if mpr-status = "00"
              perform until mpr-eof-false
                 read mprfile
                    at end
                       set mpr-eof-false to true
                    not at end
                       if Med-Price-Count >= 200
                          display "MEDICATION PRICE TABLE FULL: "
                             "more than 200 entries in "
                             "lab3-mpr.dat"
                          move 12 to return-code
                          stop run
                       end-if
                       add 1 to Med-Price-Count
                       move function upper-case(
                          function trim(Mpr-Medication))
                          to Mp-Medication(Med-Price-Count)
                       move Mpr-Price
                          to Mp-Price(Med-Price-Count)
                 end-read
              end-perform
              close mprfile
           end-if.

      *>   Every animal is loaded so a treatment given to one that
      *>   has since departed still finds its class; only active
      *>   animals (status A or blank) are fed and counted as heads.
       130-Load-Animals.
           open input infile
           perform until eof-false
              read infile
                 at end
                    set eof-false to true
                 not at end
                    if Animal-Count >= 1000
                       display "ANIMAL TABLE FULL: more than 1000 "
                          "records in lab3-val.dat"
                       move 12 to return-code
                       stop run
                    end-if
                    add 1 to Animal-Count
                    move AnimalName to An-Name(Animal-Count)
                    move function upper-case(
                       function trim(Species))
                       to An-Species(Animal-Count)
                    if AnimalStatus = "A" or AnimalStatus = space
                       move "Y" to An-Active(Animal-Count)
                    else
                       move "N" to An-Active(Animal-Count)
                    end-if
                    move zero to An-Loc(Animal-Count)
                    move An-Species(Animal-Count)
                       to ws-species-key
                    perform 220-Classify
                    move ws-cls-idx to An-Cls(Animal-Count)
              end-read
           end-perform
           close infile.

      *>   The first location file an animal is found in is the
      *>   location it is charged to.
       140-Load-Locations.
           open input locfile
           if loc-status not = "00"
              display "LOCATION FILE lab3-loc.dat MISSING "
                 "(status " loc-status ")"
              move 12 to return-code
              stop run
           end-if
           perform until loc-eof-false
              read locfile
                 at end
                    set loc-eof-false to true
                 not at end
                    perform 145-Scan-Location
              end-read
           end-perform
           close locfile
           if Location-Count >= 50
              display "LOCATION TABLE FULL: more than 49 "
                 "locations in lab3-loc.dat"
              move 12 to return-code
              stop run
           end-if
           add 1 to Location-Count
           move "UNASSIGNED" to Lc-Name(Location-Count)
           move zero to Lc-Heads(Location-Count)
           move zero to Lc-Feed(Location-Count)
           move zero to Lc-Vet(Location-Count)
           move "N" to Lc-Prev-Found(Location-Count)
           move zero to Lc-Prev-Total(Location-Count)
           move Location-Count to ws-unassigned-idx
           perform varying An-Idx from 1 by 1
                   until An-Idx > Animal-Count
              if An-Loc(An-Idx) = zero
                 move ws-unassigned-idx to An-Loc(An-Idx)
              end-if
           end-perform.

       145-Scan-Location.
           if Location-Count >= 49
              display "LOCATION TABLE FULL: more than 49 "
                 "locations in lab3-loc.dat"
              move 12 to return-code
              stop run
           end-if
           add 1 to Location-Count
           move Loc-Name to Lc-Name(Location-Count)
           move zero to Lc-Heads(Location-Count)
           move zero to Lc-Feed(Location-Count)
           move zero to Lc-Vet(Location-Count)
           move "N" to Lc-Prev-Found(Location-Count)
           move zero to Lc-Prev-Total(Location-Count)
           move Loc-File to ws-lci-name
           move "N" to lci-eof
           open input lcifile
           if lci-status = "00"
              perform until lci-eof-false
                 read lcifile
                    at end
                       set lci-eof-false to true
                    not at end
                       perform varying An-Idx from 1 by 1
                               until An-Idx > Animal-Count
                          if An-Name(An-Idx) = Lci-AnimalName
                                and An-Loc(An-Idx) = zero
                             move Location-Count to An-Loc(An-Idx)
                          end-if
                       end-perform
                 end-read
              end-perform
              close lcifile
           else
              display "WARNING: location file " Loc-File
                 " not readable (status " lci-status ")"
           end-if.

      *>   History rows for the month being run are dropped here
      *>   and written fresh, so a rerun replaces rather than
      *>   duplicates; the previous month's rows supply the change
      *>   column.
       150-Load-History.
           open input cshfile
           if csh-status = "00"
              perform until csh-eof-false
                 read cshfile
                    at end
                       set csh-eof-false to true
                    not at end
                       perform 155-Keep-History
                 end-read
              end-perform
              close cshfile
           end-if.

       155-Keep-History.
           if Csh-Month = ws-month
              continue
           else
              if History-Count >= 2000
                 display "HISTORY TABLE FULL: more than 2000 rows "
                    "in lab3-csh.dat"
                 move 12 to return-code
                 stop run
              end-if
              add 1 to History-Count
              move Csh-Record to Hs-Image(History-Count)
              if Csh-Month = ws-prev-month
                 compute ws-total = Csh-Feed + Csh-Vet
                 if Csh-Kind = "L"
                    perform varying Lc-Idx from 1 by 1
                            until Lc-Idx > Location-Count
                       if Lc-Name(Lc-Idx) = Csh-Key
                          move "Y" to Lc-Prev-Found(Lc-Idx)
                          move ws-total to Lc-Prev-Total(Lc-Idx)
                       end-if
                    end-perform
                 else
                    perform varying Cd-Idx from 1 by 1
                            until Cd-Idx > Class-Def-Count
                       if Cd-Name(Cd-Idx) = Csh-Key
                          move "Y" to Cd-Prev-Found(Cd-Idx)
                          move ws-total to Cd-Prev-Total(Cd-Idx)
                       end-if
                    end-perform
                 end-if
              end-if
           end-if.

       210-Find-Class-Def.
           move "N" to ws-found
           move zero to ws-found-idx
           perform varying Cd-Idx from 1 by 1
                   until Cd-Idx > Class-Def-Count or ws-found-yes
              if Cd-Name(Cd-Idx) = ws-class-key
                 set ws-found-idx to Cd-Idx
                 move "Y" to ws-found
              end-if
           end-perform.

      *>   Species without a class, or with a class not in
      *>   lab3-cld.dat, fall to OTHER the way Lab3e counts them.
       220-Classify.
           move spaces to ws-class-key
           perform varying Cls-Idx from 1 by 1
                   until Cls-Idx > Class-Count
              if Tbl-Species(Cls-Idx) = ws-species-key
                 move Tbl-Class(Cls-Idx) to ws-class-key
              end-if
           end-perform
           perform 210-Find-Class-Def
           if ws-found-yes
              move ws-found-idx to ws-cls-idx
           else
              move ws-other-idx to ws-cls-idx
           end-if.

       230-Find-Feed-Price.
           move "N" to ws-found
           move zero to ws-price
           perform varying Fp-Idx from 1 by 1
                   until Fp-Idx > Feed-Price-Count or ws-found-yes
              if Fp-Type(Fp-Idx) = Fr-Type(Fr-Idx)
                 move Fp-Price(Fp-Idx) to ws-price
                 move "Y" to ws-found
              end-if
           end-perform
           if not ws-found-yes
              perform 235-Warn-Feed-Price
           end-if.

      *>   One warning per unpriced feed type, not one per animal.
       235-Warn-Feed-Price.
           if Feed-Price-Count >= 50
              display "FEED PRICE TABLE FULL: more than "
                 "50 entries in lab3-fpr.dat"
              move 12 to return-code
              stop run
           end-if
           add 1 to Feed-Price-Count
           move Fr-Type(Fr-Idx) to Fp-Type(Feed-Price-Count)
           move zero to Fp-Price(Feed-Price-Count)
           add 1 to ws-missing-prices
           display "WARNING: no price in lab3-fpr.dat for feed "
              Fr-Type(Fr-Idx).

       300-Charge-Feed.
           perform varying An-Idx from 1 by 1
                   until An-Idx > Animal-Count
              if An-Active(An-Idx) = "Y"
                 perform 310-Charge-Animal-Feed
              end-if
           end-perform.

       310-Charge-Animal-Feed.
           move An-Loc(An-Idx) to ws-loc-idx
           move An-Cls(An-Idx) to ws-cls-idx
           add 1 to Lc-Heads(ws-loc-idx)
           add 1 to Cd-Heads(ws-cls-idx)
           move zero to ws-daily-cost
           perform varying Fr-Idx from 1 by 1
                   until Fr-Idx > Feed-Ref-Count
              if Fr-Species(Fr-Idx) = An-Species(An-Idx)
                 perform 230-Find-Feed-Price
                 compute ws-daily-cost = ws-daily-cost
                    + Fr-Qty(Fr-Idx) * ws-price
              end-if
           end-perform
           compute ws-line-cost rounded =
              ws-daily-cost * ws-month-days
           add ws-line-cost to Lc-Feed(ws-loc-idx)
           add ws-line-cost to Cd-Feed(ws-cls-idx).

       400-Charge-Treatments.
           open input medfile
           if med-status = "00"
              perform until med-eof-false
                 read medfile
                    at end
                       set med-eof-false to true
                    not at end
                    if Med-Date(1:6) = parm-month
                       perform 410-Charge-Treatment
                    end-if
                 end-read
              end-perform
              close medfile
           end-if.

       410-Charge-Treatment.
           add 1 to ws-treatments
           move "N" to ws-found
           move zero to ws-price
           perform varying Mp-Idx from 1 by 1
                   until Mp-Idx > Med-Price-Count or ws-found-yes
              if Mp-Medication(Mp-Idx) = function upper-case(
                    function trim(Med-Medication))
                 move Mp-Price(Mp-Idx) to ws-price
                 move "Y" to ws-found
              end-if
           end-perform
           if not ws-found-yes
              add 1 to ws-missing-prices
              display "WARNING: no price in lab3-mpr.dat for "
                 Med-Medication " (" Med-AnimalName ")"
           end-if
           move ws-unassigned-idx to ws-loc-idx
           move ws-other-idx to ws-cls-idx
           move "N" to ws-found
           perform varying An-Idx from 1 by 1
                   until An-Idx > Animal-Count or ws-found-yes
              if An-Name(An-Idx) = Med-AnimalName
                 move An-Loc(An-Idx) to ws-loc-idx
                 move An-Cls(An-Idx) to ws-cls-idx
                 move "Y" to ws-found
              end-if
           end-perform
           add ws-price to Lc-Vet(ws-loc-idx)
           add ws-price to Cd-Vet(ws-cls-idx).


       500-Print-Report.
           move ws-month-days to ws-count-format
           display "Feed and veterinary cost report for " ws-month
              " (" function trim(ws-count-format) " days), change "
              "against " ws-prev-month
           display " "
           display "By location:"
           display "  Name        Heads   Feed cost    Vet cost"
              "       Total    Per head      Change"
           perform varying Lc-Idx from 1 by 1
                   until Lc-Idx > Location-Count
              move Lc-Name(Lc-Idx)       to ws-name-out
              move Lc-Heads(Lc-Idx)      to ws-row-heads
              move Lc-Feed(Lc-Idx)       to ws-row-feed
              move Lc-Vet(Lc-Idx)        to ws-row-vet
              move Lc-Prev-Found(Lc-Idx) to ws-row-prev-found
              move Lc-Prev-Total(Lc-Idx) to ws-row-prev-total
              perform 510-Print-Line
              add Lc-Heads(Lc-Idx) to grand-heads
              add Lc-Feed(Lc-Idx)  to grand-feed
              add Lc-Vet(Lc-Idx)   to grand-vet
           end-perform
           display " "
           display "By class:"
           display "  Name        Heads   Feed cost    Vet cost"
              "       Total    Per head      Change"
           perform varying Cd-Idx from 1 by 1
                   until Cd-Idx > Class-Def-Count
              move Cd-Name(Cd-Idx)       to ws-name-out
              move Cd-Heads(Cd-Idx)      to ws-row-heads
              move Cd-Feed(Cd-Idx)       to ws-row-feed
              move Cd-Vet(Cd-Idx)        to ws-row-vet
              move Cd-Prev-Found(Cd-Idx) to ws-row-prev-found
              move Cd-Prev-Total(Cd-Idx) to ws-row-prev-total
              perform 510-Print-Line
           end-perform
           display " "
           move grand-heads to ws-count-format
           display "  Total heads:      " ws-count-format
           move grand-feed to ws-money-format
           display "  Total feed cost:  " ws-money-format
           move grand-vet to ws-money-format
           display "  Total vet cost:   " ws-money-format
           move ws-treatments to ws-count-format
           display "  Treatments:       " ws-count-format
           move ws-missing-prices to ws-count-format
           display "  Missing prices:   " ws-count-format.

      *>   Cost per head divides the whole month's cost by the
      *>   active heads there today; a location with no heads but
      *>   treatment cost (departed animals) shows a zero per head.
       510-Print-Line.
           compute ws-total = ws-row-feed + ws-row-vet
           if ws-row-heads > zero
              compute ws-per-head rounded = ws-total / ws-row-heads
           else
              move zero to ws-per-head
           end-if
           move ws-row-heads to ws-count-format
           move ws-row-feed  to ws-money-format
           move ws-money-format to ws-feed-out
           move ws-row-vet   to ws-money-format
           move ws-money-format to ws-vet-out
           move ws-total     to ws-money-format
           move ws-per-head  to ws-head-format
           if ws-row-prev-found = "Y"
              compute ws-change = ws-total - ws-row-prev-total
              move ws-change to ws-change-format
              move ws-change-format to ws-change-out
           else
              move "     NO HISTORY" to ws-change-out
           end-if
           display "  " ws-name-out " " ws-count-format " "
              ws-feed-out " " ws-vet-out " " ws-money-format " "
              ws-head-format " " ws-change-out.

      *>   The history keeps one L (location) and one C (class) row
      *>   per key per month.
       700-Rewrite-History.
           open output cshfile
           perform varying Hs-Idx from 1 by 1
                   until Hs-Idx > History-Count
              move Hs-Image(Hs-Idx) to Csh-Record
              write Csh-Record
           end-perform
           perform varying Lc-Idx from 1 by 1
                   until Lc-Idx > Location-Count
              move spaces to Csh-Record
              move ws-month         to Csh-Month
              move "L"              to Csh-Kind
              move Lc-Name(Lc-Idx)  to Csh-Key
              move Lc-Heads(Lc-Idx) to Csh-Heads
              move Lc-Feed(Lc-Idx)  to Csh-Feed
              move Lc-Vet(Lc-Idx)   to Csh-Vet
              write Csh-Record
           end-perform
           perform varying Cd-Idx from 1 by 1
                   until Cd-Idx > Class-Def-Count
              move spaces to Csh-Record
              move ws-month         to Csh-Month
              move "C"              to Csh-Kind
              move Cd-Name(Cd-Idx)  to Csh-Key
              move Cd-Heads(Cd-Idx) to Csh-Heads
              move Cd-Feed(Cd-Idx)  to Csh-Feed
              move Cd-Vet(Cd-Idx)   to Csh-Vet
              write Csh-Record
           end-perform
           close cshfile.
