       Identification Division.
       Program-id.          Lab4z.

      *      Name: Tyler Zysberg. Description: LAB4z.Pharmacy stock
      *>     and controlled-drug register: keeps the on-hand balance
      *>     of every medication lot in lab3-phs.dat (medication,
      *>     lot, expiry, quantity on hand). Pharmacy entries keyed
      *>     into lab3-pht.dat are R receipts (lot, expiry and
      *>     quantity received; keeper or supervisor) and C physical
      *>     counts (the quantity counted on the shelf; supervisor
      *>     only), each count writing its book-against-shelf
      *>     variance to the lab3-phv.dat count-variance ledger.
      *>     Only entries added since the last run are posted (the
      *>     row count is kept in lab3-phw.dat), so a second run on
      *>     one night posts nothing twice. Every treatment Lab4b
      *>     has added to lab3-med.dat since the last run (its row
      *>     count is kept there too) is drawn down from its lot,
      *>     or from the earliest-expiring unexpired lot with stock
      *>     when no lot was keyed. Each
      *>     night receipts post first, then the doses, then the
      *>     counts, so a count keyed after the day's doses agrees
      *>     with the book. Every receipt, dose and count variance
      *>     of a medication flagged controlled in lab3-phm.dat
      *>     (medication, controlled Y/N, reorder level) is written
      *>     to the lab3-cdr.dat controlled-drug register with the
      *>     lot's running balance, the operator and the animal.
      *>     Entries that cannot post go to lab3-phe.dat with a
      *>     reason and source (P pharmacy entry, M treatment row);
      *>     a controlled drug short of stock or off at its count
      *>     is also written to lab3-exc.dat. Parameter WEEKLY
      *>     adds the weekly stock report: medications at or below
      *>     their reorder level and lots expired or expiring within
      *>     30 days. Return code 4 when anything is rejected,
      *>     flagged or listed; 8 when lab3-med.dat or lab3-pht.dat
      *>     is shorter than the rows already posted.
      *>     2026-10-15  TZ  Initial version.

       environment division.
       input-output section.
       file-control.
            select phmfile assign to "lab3-phm.dat"
                organization is line sequential
                file status is phm-status.

            select phsfile assign to "lab3-phs.dat"
                organization is line sequential
                file status is phs-status.

            select phtfile assign to "lab3-pht.dat"
                organization is line sequential
                file status is pht-status.

            select medfile assign to "lab3-med.dat"
                organization is line sequential
                file status is med-status.

            select phwfile assign to "lab3-phw.dat"
                organization is line sequential
                file status is phw-status.

            select cdrfile assign to "lab3-cdr.dat"
                organization is line sequential
                file status is cdr-status.

            select phvfile assign to "lab3-phv.dat"
                organization is line sequential
                file status is phv-status.

            select phefile assign to "lab3-phe.dat"
                organization is line sequential
                file status is phe-status.

            select oprfile assign to "lab3-opr.dat"
                organization is line sequential
                file status is opr-status.

            select excfile assign to "lab3-exc.dat"
                organization is line sequential
                file status is exc-status.

       Data division.
       File Section.
       Fd phmfile.
       01    Phm-Record.
         05    Phm-Medication   Pic X(15).
         05    Phm-Controlled   Pic X(1).
         05    Phm-Reorder      Pic 9(5)V99.

       Fd phsfile.
       01    Phs-Record.
         05    Phs-Medication   Pic X(15).
         05    Filler           Pic X(1) value space.
         05    Phs-Lot          Pic X(10).
         05    Filler           Pic X(1) value space.
         05    Phs-Expiry       Pic 9(8).
         05    Filler           Pic X(1) value space.
         05    Phs-OnHand       Pic 9(5)V99.

       Fd phtfile.
       01    Pht-Record.
         05    Pht-Action       Pic X(1).
         05    Pht-Date         Pic 9(8).
         05    Pht-Medication   Pic X(15).
         05    Pht-Lot          Pic X(10).
         05    Pht-Expiry       Pic 9(8).
         05    Pht-Qty          Pic 9(5)V99.
         05    Pht-Operator     Pic X(8).

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
         05    Filler           Pic X(1).
         05    Med-Dose         Pic 9(5)V99.
         05    Filler           Pic X(1).
         05    Med-Lot          Pic X(10).

       Fd phwfile.
       01    Phw-Record.
         05    Phw-Rows         Pic 9(7).
         05    Filler           Pic X(1) value space.
         05    Phw-Date         Pic 9(8).
         05    Filler           Pic X(1) value space.
         05    Phw-Pht-Rows     Pic 9(7).

       Fd cdrfile.
       01    Cdr-Record.
         05    Cdr-Date         Pic X(8).
         05    Filler           Pic X(1) value space.
         05    Cdr-Kind         Pic X(7).
         05    Filler           Pic X(1) value space.
         05    Cdr-Medication   Pic X(15).
         05    Filler           Pic X(1) value space.
         05    Cdr-Lot          Pic X(10).
         05    Filler           Pic X(1) value space.
         05    Cdr-Qty          Pic S9(5)V99
                                sign leading separate.
         05    Filler           Pic X(1) value space.
         05    Cdr-Balance      Pic 9(5)V99.
         05    Filler           Pic X(1) value space.
         05    Cdr-Operator     Pic X(8).
         05    Filler           Pic X(1) value space.
         05    Cdr-AnimalName   Pic X(12).

       Fd phvfile.
       01    Phv-Record.
         05    Phv-Date         Pic 9(8).
         05    Filler           Pic X(1) value space.
         05    Phv-Medication   Pic X(15).
         05    Filler           Pic X(1) value space.
         05    Phv-Lot          Pic X(10).
         05    Filler           Pic X(1) value space.
         05    Phv-Book         Pic 9(5)V99.
         05    Filler           Pic X(1) value space.
         05    Phv-Counted      Pic 9(5)V99.
         05    Filler           Pic X(1) value space.
         05    Phv-Variance     Pic S9(5)V99
                                sign leading separate.
         05    Filler           Pic X(1) value space.
         05    Phv-Operator     Pic X(8).

       Fd phefile.
       01    Phe-Record.
         05    Phe-Reason       Pic X(25).
         05    Filler           Pic X(1) value space.
         05    Phe-Source       Pic X(1).
         05    Filler           Pic X(1) value space.
         05    Phe-Date         Pic X(8).
         05    Filler           Pic X(1) value space.
         05    Phe-Medication   Pic X(15).
         05    Filler           Pic X(1) value space.
         05    Phe-Lot          Pic X(10).
         05    Filler           Pic X(1) value space.
         05    Phe-Qty          Pic 9(5)V99.
         05    Filler           Pic X(1) value space.
         05    Phe-Operator     Pic X(8).
         05    Filler           Pic X(1) value space.
         05    Phe-AnimalName   Pic X(12).

       Fd oprfile.
       01    Opr-Record.
         05    Opr-Id           Pic X(8).
         05    Opr-Role         Pic X(1).
         05    Opr-Name         Pic X(20).

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
        01  phm-status        pic X(2).
        01  phs-status        pic X(2).
        01  pht-status        pic X(2).
        01  med-status        pic X(2).
        01  phw-status        pic X(2).
        01  cdr-status        pic X(2).
        01  phv-status        pic X(2).
        01  phe-status        pic X(2).
        01  opr-status        pic X(2).
        01  exc-status        pic X(2).
        01  phm-eof           pic X value "N".
           88 phm-eof-false   value "Y".
        01  phs-eof           pic X value "N".
           88 phs-eof-false   value "Y".
        01  pht-eof           pic X value "N".
           88 pht-eof-false   value "Y".
        01  med-eof           pic X value "N".
           88 med-eof-false   value "Y".
        01  opr-eof           pic X value "N".
           88 opr-eof-false   value "Y".
        01  ws-mode           pic X(10).
        01  ws-today          pic 9(8) value zero.
        01  ws-horizon        pic 9(8) value zero.

        01  Operator-Table.
            05  Operator-Entry occurs 50 times
                   indexed by Opr-Idx.
                10  Op-Id        pic X(8).
                10  Op-Role      pic X(1).
        01  Operator-Count     pic 9(3) value zero.
        01  ws-opr-key         pic X(8).
        01  ws-opr-found       pic X value "N".
           88 ws-opr-found-yes value "Y".
        01  ws-opr-role        pic X(1) value space.

        01  Drug-Table.
            05  Drug-Entry occurs 200 times
                   indexed by Dr-Idx.
                10  Dr-Medication  pic X(15).
                10  Dr-Controlled  pic X(1).
                10  Dr-Reorder     pic 9(5)V99.
                10  Dr-OnHand      pic 9(7)V99.
        01  Drug-Count         pic 9(3) value zero.

        01  Lot-Table.
            05  Lot-Entry occurs 500 times
                   indexed by Lt-Idx.
                10  Lt-Medication  pic X(15).
                10  Lt-Lot         pic X(10).
                10  Lt-Expiry      pic 9(8).
                10  Lt-OnHand      pic 9(5)V99.
        01  Lot-Count          pic 9(3) value zero.

        01  ws-med-key         pic X(15).
        01  ws-lot-key         pic X(10).
        01  ws-drug-found      pic X value "N".
           88 ws-drug-found-yes value "Y".
        01  ws-drug-idx        pic 9(3) value zero.
        01  ws-lot-found       pic X value "N".
           88 ws-lot-found-yes value "Y".
        01  ws-lot-idx         pic 9(3) value zero.
        01  ws-best-expiry     pic 9(8) value zero.
        01  ws-reject-reason   pic X(25).
        01  ws-qty             pic S9(5)V99 value zero.
        01  ws-variance        pic S9(5)V99 value zero.

        01  ws-rows-done       pic 9(7) value zero.
        01  ws-rows-read       pic 9(7) value zero.
        01  ws-pht-done        pic 9(7) value zero.
        01  ws-pht-read        pic 9(7) value zero.
        01  ws-exc-condition   pic X(14).
        01  ws-exc-actual      pic 9(5) value zero.

        01  receipts-posted    pic 9(5) value zero.
        01  doses-posted       pic 9(5) value zero.
        01  counts-posted      pic 9(5) value zero.
        01  entries-rejected   pic 9(5) value zero.
        01  controlled-alerts  pic 9(5) value zero.
        01  low-stock          pic 9(5) value zero.
        01  lots-expiring      pic 9(5) value zero.
        01  ws-count-format    pic Z(4)9.
        01  ws-qty-format      pic Z(6)9.99.
        01  ws-var-format      pic -(6)9.99.
        01  ws-reorder-format  pic Z(4)9.99.



       Procedure Division.
       000-main.

           Perform 100-initialize
           Perform 102-Load-Operators
           Perform 110-Load-Drugs
           Perform 120-Load-Lots
           Perform 130-Load-Marks

           perform 300-Post-Receipts
           perform 400-Draw-Down-Doses
           perform 500-Post-Counts

           perform 700-Rewrite-Stock
           perform 750-Save-Marks

           move receipts-posted to ws-count-format
           display "Receipts posted:         " ws-count-format
           move doses-posted to ws-count-format
           display "Doses drawn down:        " ws-count-format
           move counts-posted to ws-count-format
           display "Counts posted:           " ws-count-format
           move entries-rejected to ws-count-format
           display "Entries rejected:        " ws-count-format
           move controlled-alerts to ws-count-format
           display "Controlled-drug alerts:  " ws-count-format

           if ws-mode = "WEEKLY"
              perform 600-Weekly-Report
           end-if

           perform 999-finalize

           stop run.

       100-initialize.
           accept ws-today from date yyyymmdd
           compute ws-horizon = function date-of-integer(
              function integer-of-date(ws-today) + 30)
           accept ws-mode from command-line
           move function upper-case(
              function trim(ws-mode)) to ws-mode
           open extend cdrfile
           if cdr-status = "35"
              open output cdrfile
           end-if
           open extend phvfile
           if phv-status = "35"
              open output phvfile
           end-if
           open extend phefile
           if phe-status = "35"
              open output phefile
           end-if
           open extend excfile
           if exc-status = "35"
              open output excfile
           end-if.

       102-Load-Operators.
           open input oprfile
           if opr-status not = "00"
              display "OPERATOR REFERENCE FILE lab3-opr.dat "
                 "MISSING (status " opr-status ")"
              move 12 to return-code
              stop run
           end-if
           perform until opr-eof-false
              read oprfile
                 at end
                    set opr-eof-false to true
                 not at end
                    if Operator-Count >= 50
                       display "OPERATOR TABLE FULL: more than "
                          "50 operators in lab3-opr.dat"
                       move 12 to return-code
                       stop run
                    end-if
                    add 1 to Operator-Count
                    move function upper-case(
                       function trim(Opr-Id))
                       to Op-Id(Operator-Count)
                    move function upper-case(Opr-Role)
                       to Op-Role(Operator-Count)
              end-read
           end-perform
           close oprfile.

       103-Find-Operator.
           move "N" to ws-opr-found
           move space to ws-opr-role
           perform varying Opr-Idx from 1 by 1
                   until Opr-Idx > Operator-Count
                      or ws-opr-found-yes
              if Op-Id(Opr-Idx) = ws-opr-key
                 move Op-Role(Opr-Idx) to ws-opr-role
                 move "Y" to ws-opr-found
              end-if
           end-perform.

       110-Load-Drugs.
           open input phmfile
           if phm-status not = "00"
              display "MEDICATION FILE lab3-phm.dat MISSING "
                 "(status " phm-status ")"
              move 12 to return-code
              stop run
           end-if
           perform until phm-eof-false
              read phmfile
                 at end
                    set phm-eof-false to true
                 not at end
                    if Drug-Count >= 200
                       display "MEDICATION TABLE FULL: more than "
                          "200 medications in lab3-phm.dat"
                       move 12 to return-code
                       stop run
                    end-if
                    add 1 to Drug-Count
                    move function upper-case(
                       function trim(Phm-Medication))
                       to Dr-Medication(Drug-Count)
                    move function upper-case(Phm-Controlled)
                       to Dr-Controlled(Drug-Count)
                    if Phm-Reorder is numeric
                       move Phm-Reorder to Dr-Reorder(Drug-Count)
                    else
                       move zero to Dr-Reorder(Drug-Count)
                    end-if
                    move zero to Dr-OnHand(Drug-Count)
              end-read
           end-perform
           close phmfile.

      *>   No stock file yet means an empty pharmacy; the first
      *>   receipts create it.
       120-Load-Lots.
           open input phsfile
           if phs-status = "00"
              perform until phs-eof-false
                 read phsfile
                    at end
                       set phs-eof-false to true
                    not at end
                       if Lot-Count >= 500
                          display "LOT TABLE FULL: more than 500 "
                             "lots in lab3-phs.dat"
                          move 12 to return-code
                          stop run
                       end-if
                       add 1 to Lot-Count
                       move Phs-Medication to Lt-Medication(Lot-Count)
                       move Phs-Lot        to Lt-Lot(Lot-Count)
                       move Phs-Expiry     to Lt-Expiry(Lot-Count)
                       move Phs-OnHand     to Lt-OnHand(Lot-Count)
                 end-read
              end-perform
              close phsfile
           end-if.

      *>   Rows of lab3-med.dat and lab3-pht.dat already posted by
      *>   earlier runs; no lab3-phw.dat means none.
       130-Load-Marks.
           open input phwfile
           if phw-status = "00"
              read phwfile
                 at end
                    move zero to Phw-Rows
                    move zero to Phw-Pht-Rows
              end-read
              if Phw-Rows is numeric
                 move Phw-Rows to ws-rows-done
              end-if
              if Phw-Pht-Rows is numeric
                 move Phw-Pht-Rows to ws-pht-done
              end-if
              close phwfile
           end-if.

       200-Find-Drug.
           move "N" to ws-drug-found
           move zero to ws-drug-idx
           perform varying Dr-Idx from 1 by 1
                   until Dr-Idx > Drug-Count or ws-drug-found-yes
              if Dr-Medication(Dr-Idx) = ws-med-key
                 move "Y" to ws-drug-found
                 set ws-drug-idx to Dr-Idx
              end-if
           end-perform.

       210-Find-Lot.
           move "N" to ws-lot-found
           move zero to ws-lot-idx
           perform varying Lt-Idx from 1 by 1
                   until Lt-Idx > Lot-Count or ws-lot-found-yes
              if Lt-Medication(Lt-Idx) = ws-med-key
                    and Lt-Lot(Lt-Idx) = ws-lot-key
                 move "Y" to ws-lot-found
                 set ws-lot-idx to Lt-Idx
              end-if
           end-perform.

      *>   No lot keyed on the treatment: take the earliest-expiring
      *>   unexpired lot of the medication that still holds the
      *>   whole dose.
       220-Find-First-Expiring.
           move "N" to ws-lot-found
           move zero to ws-lot-idx
           move 99999999 to ws-best-expiry
           perform varying Lt-Idx from 1 by 1
                   until Lt-Idx > Lot-Count
              if Lt-Medication(Lt-Idx) = ws-med-key
                    and Lt-OnHand(Lt-Idx) >= ws-qty
                    and Lt-Expiry(Lt-Idx) >= ws-today
                    and Lt-Expiry(Lt-Idx) < ws-best-expiry
                 move "Y" to ws-lot-found
                 set ws-lot-idx to Lt-Idx
                 move Lt-Expiry(Lt-Idx) to ws-best-expiry
              end-if
           end-perform.

      *>   First pass over the pharmacy entries: receipts only.
      *>   Unknown action codes are rejected here so they are
      *>   reported once.
       300-Post-Receipts.
           move "N" to pht-eof
           move zero to ws-pht-read
           open input phtfile
           if pht-status = "00"
              perform until pht-eof-false
                 read phtfile
                    at end
                       set pht-eof-false to true
                    not at end
                       add 1 to ws-pht-read
                       if ws-pht-read > ws-pht-done
                          evaluate Pht-Action
                             when "R"
                                perform 310-Post-Receipt
                             when "C"
                                continue
                             when other
                                move "UNKNOWN ACTION CODE"
                                   to ws-reject-reason
                                perform 800-Reject-Entry
                          end-evaluate
                       end-if
                 end-read
              end-perform
              close phtfile
           end-if.

       310-Post-Receipt.
           move function upper-case(
              function trim(Pht-Operator)) to ws-opr-key
           perform 103-Find-Operator
           move function upper-case(
              function trim(Pht-Medication)) to ws-med-key
           move function upper-case(
              function trim(Pht-Lot)) to ws-lot-key
           perform 200-Find-Drug
           perform 210-Find-Lot
           evaluate true
              when not ws-opr-found-yes
                    or (ws-opr-role not = "K"
                        and ws-opr-role not = "S")
                 move "OPERATOR NOT AUTHORIZED" to ws-reject-reason
                 perform 800-Reject-Entry
              when not ws-drug-found-yes
                 move "MEDICATION NOT ON FILE" to ws-reject-reason
                 perform 800-Reject-Entry
              when ws-lot-key = spaces
                 move "LOT MISSING" to ws-reject-reason
                 perform 800-Reject-Entry
              when Pht-Date is not numeric or Pht-Date = zero
                    or Pht-Date > ws-today
                 move "BAD RECEIPT DATE" to ws-reject-reason
                 perform 800-Reject-Entry
              when Pht-Expiry is not numeric or Pht-Expiry = zero
                 move "BAD EXPIRY DATE" to ws-reject-reason
                 perform 800-Reject-Entry
              when Pht-Qty is not numeric or Pht-Qty = zero
                 move "BAD QUANTITY" to ws-reject-reason
                 perform 800-Reject-Entry
              when ws-lot-found-yes
                    and Lt-Expiry(ws-lot-idx) not = Pht-Expiry
                 move "EXPIRY DIFFERS FROM LOT" to ws-reject-reason
                 perform 800-Reject-Entry
              when other
                 if not ws-lot-found-yes
                    if Lot-Count >= 500
                       display "LOT TABLE FULL: cannot add lot "
                          ws-lot-key
                       move 12 to return-code
                       stop run
                    end-if
                    add 1 to Lot-Count
                    move Lot-Count  to ws-lot-idx
                    move ws-med-key to Lt-Medication(ws-lot-idx)
                    move ws-lot-key to Lt-Lot(ws-lot-idx)
                    move Pht-Expiry to Lt-Expiry(ws-lot-idx)
                    move zero       to Lt-OnHand(ws-lot-idx)
                 end-if
                 add Pht-Qty to Lt-OnHand(ws-lot-idx)
                 add 1 to receipts-posted
                 if Dr-Controlled(ws-drug-idx) = "Y"
                    move spaces       to Cdr-Record
                    move Pht-Date     to Cdr-Date
                    move "RECEIPT"    to Cdr-Kind
                    move Pht-Qty      to Cdr-Qty
                    move ws-opr-key   to Cdr-Operator
                    perform 850-Write-Register
                 end-if
           end-evaluate.

      *>   Doses: every lab3-med.dat row past the high-water mark.
      *>   Rows with no dose recorded predate dose keying or are
      *>   treatments that use no stock, and are passed over.
       400-Draw-Down-Doses.
           move zero to ws-rows-read
           open input medfile
           if med-status = "00"
              perform until med-eof-false
                 read medfile
                    at end
                       set med-eof-false to true
                    not at end
                       add 1 to ws-rows-read
                       if ws-rows-read > ws-rows-done
                          perform 410-Draw-Dose
                       end-if
                 end-read
              end-perform
              close medfile
           end-if
           if ws-rows-read < ws-rows-done
              display "TREATMENT LEDGER lab3-med.dat HAS "
                 ws-rows-read " ROWS, " ws-rows-done
                 " ALREADY DRAWN DOWN"
              move 8 to return-code
              move ws-rows-done to ws-rows-read
           end-if.

       410-Draw-Dose.
           if Med-Dose is numeric and Med-Dose > zero
              move Med-Dose to ws-qty
              move function upper-case(
                 function trim(Med-Medication)) to ws-med-key
              move Med-Lot to ws-lot-key
              perform 200-Find-Drug
              if ws-lot-key = spaces
                 perform 220-Find-First-Expiring
              else
                 perform 210-Find-Lot
              end-if
              evaluate true
                 when not ws-drug-found-yes
                    move "MEDICATION NOT ON FILE"
                       to ws-reject-reason
                    perform 810-Reject-Dose
                 when not ws-lot-found-yes and ws-lot-key not = spaces
                    move "LOT NOT ON FILE" to ws-reject-reason
                    perform 810-Reject-Dose
                 when not ws-lot-found-yes
                 when Lt-OnHand(ws-lot-idx) < ws-qty
                    move "INSUFFICIENT STOCK" to ws-reject-reason
                    perform 810-Reject-Dose
                    if Dr-Controlled(ws-drug-idx) = "Y"
                       move "STOCK SHORT" to ws-exc-condition
                       move ws-qty       to ws-exc-actual
                       perform 870-Write-Exception
                    end-if
                 when other
                    subtract ws-qty from Lt-OnHand(ws-lot-idx)
                    add 1 to doses-posted
                    if Dr-Controlled(ws-drug-idx) = "Y"
                       move spaces         to Cdr-Record
                       move Med-Date       to Cdr-Date
                       move "DOSE"         to Cdr-Kind
                       compute Cdr-Qty = zero - ws-qty
                       move Med-Operator   to Cdr-Operator
                       move Med-AnimalName to Cdr-AnimalName
                       perform 850-Write-Register
                    end-if
              end-evaluate
           end-if.

      *>   Last pass: physical counts. The shelf quantity replaces
      *>   the book quantity and the difference is the variance.
       500-Post-Counts.
           move "N" to pht-eof
           move zero to ws-pht-read
           open input phtfile
           if pht-status = "00"
              perform until pht-eof-false
                 read phtfile
                    at end
                       set pht-eof-false to true
                    not at end
                       add 1 to ws-pht-read
                       if ws-pht-read > ws-pht-done
                             and Pht-Action = "C"
                          perform 510-Post-Count
                       end-if
                 end-read
              end-perform
              close phtfile
           end-if.

       510-Post-Count.
           move function upper-case(
              function trim(Pht-Operator)) to ws-opr-key
           perform 103-Find-Operator
           move function upper-case(
              function trim(Pht-Medication)) to ws-med-key
           move function upper-case(
              function trim(Pht-Lot)) to ws-lot-key
           perform 200-Find-Drug
           perform 210-Find-Lot
           evaluate true
              when not ws-opr-found-yes
                    or (ws-opr-role not = "K"
                        and ws-opr-role not = "S")
                 move "OPERATOR NOT AUTHORIZED" to ws-reject-reason
                 perform 800-Reject-Entry
              when ws-opr-role not = "S"
                 move "SUPERVISOR REQUIRED" to ws-reject-reason
                 perform 800-Reject-Entry
              when not ws-drug-found-yes
                 move "MEDICATION NOT ON FILE" to ws-reject-reason
                 perform 800-Reject-Entry
              when not ws-lot-found-yes
                 move "LOT NOT ON FILE" to ws-reject-reason
                 perform 800-Reject-Entry
              when Pht-Date is not numeric or Pht-Date = zero
                    or Pht-Date > ws-today
                 move "BAD COUNT DATE" to ws-reject-reason
                 perform 800-Reject-Entry
              when Pht-Qty is not numeric
                 move "BAD QUANTITY" to ws-reject-reason
                 perform 800-Reject-Entry
              when other
                 compute ws-variance =
                    Pht-Qty - Lt-OnHand(ws-lot-idx)
                 move spaces     to Phv-Record
                 move Pht-Date   to Phv-Date
                 move ws-med-key to Phv-Medication
                 move ws-lot-key to Phv-Lot
                 move Lt-OnHand(ws-lot-idx) to Phv-Book
                 move Pht-Qty     to Phv-Counted
                 move ws-variance to Phv-Variance
                 move ws-opr-key  to Phv-Operator
                 write Phv-Record
                 move Pht-Qty to Lt-OnHand(ws-lot-idx)
                 add 1 to counts-posted
                 if ws-variance not = zero
                    move ws-variance to ws-var-format
                    display "  COUNT VARIANCE: " ws-med-key " "
                       ws-lot-key " " ws-var-format
                    if Dr-Controlled(ws-drug-idx) = "Y"
                       move spaces      to Cdr-Record
                       move Pht-Date    to Cdr-Date
                       move "COUNT"     to Cdr-Kind
                       move ws-variance to Cdr-Qty
                       move ws-opr-key  to Cdr-Operator
                       perform 850-Write-Register
                       move "COUNT VARIANCE" to ws-exc-condition
                       if ws-variance < zero
                          compute ws-exc-actual = zero - ws-variance
                       else
                          move ws-variance to ws-exc-actual
                       end-if
                       perform 870-Write-Exception
                    end-if
                 end-if
           end-evaluate.

      *>   Weekly report. Expired lots do not count toward the
      *>   on-hand quantity compared with the reorder level.
       600-Weekly-Report.
           display " "
           display "Pharmacy stock report " ws-today
           perform varying Lt-Idx from 1 by 1
                   until Lt-Idx > Lot-Count
              move Lt-Medication(Lt-Idx) to ws-med-key
              perform 200-Find-Drug
              if ws-drug-found-yes
                    and Lt-Expiry(Lt-Idx) >= ws-today
                 add Lt-OnHand(Lt-Idx) to Dr-OnHand(ws-drug-idx)
              end-if
           end-perform
           display "Medications at or below reorder level:"
           perform varying Dr-Idx from 1 by 1
                   until Dr-Idx > Drug-Count
              if Dr-Reorder(Dr-Idx) > zero
                    and Dr-OnHand(Dr-Idx) <= Dr-Reorder(Dr-Idx)
                 add 1 to low-stock
                 move Dr-OnHand(Dr-Idx)  to ws-qty-format
                 move Dr-Reorder(Dr-Idx) to ws-reorder-format
                 display "  LOW STOCK: " Dr-Medication(Dr-Idx)
                    " on hand " ws-qty-format
                    " reorder at " ws-reorder-format
              end-if
           end-perform
           if low-stock = zero
              display "  None."
           end-if
           display "Lots expired or expiring by " ws-horizon ":"
           perform varying Lt-Idx from 1 by 1
                   until Lt-Idx > Lot-Count
              if Lt-OnHand(Lt-Idx) > zero
                    and Lt-Expiry(Lt-Idx) <= ws-horizon
                 add 1 to lots-expiring
                 move Lt-OnHand(Lt-Idx) to ws-qty-format
                 if Lt-Expiry(Lt-Idx) < ws-today
                    display "  EXPIRED:  " Lt-Medication(Lt-Idx)
                       " lot " Lt-Lot(Lt-Idx) " "
                       Lt-Expiry(Lt-Idx) " on hand " ws-qty-format
                 else
                    display "  EXPIRES:  " Lt-Medication(Lt-Idx)
                       " lot " Lt-Lot(Lt-Idx) " "
                       Lt-Expiry(Lt-Idx) " on hand " ws-qty-format
                 end-if
              end-if
           end-perform
           if lots-expiring = zero
              display "  None."
           end-if.

       700-Rewrite-Stock.
           open output phsfile
           perform varying Lt-Idx from 1 by 1
                   until Lt-Idx > Lot-Count
              move spaces to Phs-Record
              move Lt-Medication(Lt-Idx) to Phs-Medication
              move Lt-Lot(Lt-Idx)        to Phs-Lot
              move Lt-Expiry(Lt-Idx)     to Phs-Expiry
              move Lt-OnHand(Lt-Idx)     to Phs-OnHand
              write Phs-Record
           end-perform
           close phsfile.

      *>   A file shorter than its mark keeps the old mark, so
      *>   nothing already posted is posted again.
       750-Save-Marks.
           if ws-pht-read < ws-pht-done
              display "PHARMACY ENTRIES lab3-pht.dat HAS "
                 ws-pht-read " ROWS, " ws-pht-done
                 " ALREADY POSTED"
              move 8 to return-code
              move ws-pht-done to ws-pht-read
           end-if
           open output phwfile
           move spaces       to Phw-Record
           move ws-rows-read to Phw-Rows
           move ws-today     to Phw-Date
           move ws-pht-read  to Phw-Pht-Rows
           write Phw-Record
           close phwfile.

       800-Reject-Entry.
           move spaces to Phe-Record
           move ws-reject-reason to Phe-Reason
           move "P"              to Phe-Source
           move Pht-Date         to Phe-Date
           move Pht-Medication   to Phe-Medication
           move Pht-Lot          to Phe-Lot
           move Pht-Qty          to Phe-Qty
           move Pht-Operator     to Phe-Operator
           write Phe-Record
           add 1 to entries-rejected.

       810-Reject-Dose.
           move spaces to Phe-Record
           move ws-reject-reason to Phe-Reason
           move "M"              to Phe-Source
           move Med-Date         to Phe-Date
           move Med-Medication   to Phe-Medication
           move Med-Lot          to Phe-Lot
           move Med-Dose         to Phe-Qty
           move Med-Operator     to Phe-Operator
           move Med-AnimalName   to Phe-AnimalName
           write Phe-Record
           add 1 to entries-rejected.

       850-Write-Register.
           move ws-med-key to Cdr-Medication
           move Lt-Lot(ws-lot-idx)    to Cdr-Lot
           move Lt-OnHand(ws-lot-idx) to Cdr-Balance
           write Cdr-Record.

       870-Write-Exception.
           move spaces to Exc-Record
           accept Exc-Run-Date from date yyyymmdd
           accept Exc-Run-Time from time
           move "LAB4Z"          to Exc-Program
           move "CONTROLLED"     to Exc-Class
           move ws-exc-condition to Exc-Condition
           move ws-exc-actual    to Exc-Actual
           move zero             to Exc-Limit
           write Exc-Record
           add 1 to controlled-alerts.

       999-finalize.
           close cdrfile
           close phvfile
           close phefile
           close excfile
           if return-code = zero
                 and (entries-rejected > zero
                      or controlled-alerts > zero
                      or low-stock > zero
                      or lots-expiring > zero)
              move 4 to return-code
           end-if.
