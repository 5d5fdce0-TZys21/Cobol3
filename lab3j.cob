      *>     the supervisor role -- the audit trail now carries a
      *>     real name. The reference file is required; the run
      *>     stops hard without it.
      *>     2026-10-15  TZ  A birth to a dam we hold on an open
      *>     breeding loan in (lab3-lon.dat, kept by Lab4s) writes
      *>     the institution that owns the offspring -- the loan's
      *>     offspring owner, else the lending partner -- into the
      *>     new Ped-Owner column of the pedigree record. Blank
      *>     means the offspring is ours.
      *>     2026-10-15  TZ  An add that carries a dam or sire
      *>     (an arrival imported from its studbook dossier by
      *>     Lab4y) writes the pedigree record for the new animal.
      *>     The parents usually live at other institutions, so
      *>     unlike a birth they need not be on the master.
      *>     2026-10-15  TZ  Batch control: transactions now arrive
      *>     in batches, an H header (batch ID, operator, date)
      *>     before them and a T trailer (record count and the
      *>     count of each action A/C/D/W/B/Q) after. Every batch
      *>     is balanced before anything is applied: a batch with
      *>     no trailer (a half-copied file), a trailer that does
      *>     not match its header or its records, a header from an
      *>     unknown or inquiry-only operator, or a batch ID and
      *>     date already applied (lab3-bat.dat registry) is
      *>     rejected whole, and every line of it is written to
      *>     lab3-mte.dat with the batch's reason. Records outside
      *>     any batch are rejected the same way. Every batch
      *>     received is entered in the registry as accepted or
      *>     rejected, and the run ends with the batch balancing
      *>     report. Batch IDs recur yearly, so only registry rows
      *>     dated within the last year are checked.

       environment division.
       input-output section.
            select trnfile assign to "lab3-trn.dat"
                organization is line sequential.

            select batfile assign to "lab3-bat.dat"
                organization is line sequential
                file status is bat-status.

            select errfile assign to "lab3-mte.dat"
                organization is line sequential
                file status is err-status.
                organization is line sequential
                file status is opr-status.

            select lonfile assign to "lab3-lon.dat"
                organization is line sequential
                file status is lon-status.

            select idxfile assign to "lab3-in-idx.dat"
                organization is indexed
                access mode is dynamic
         05    Trn-Operator     Pic X(8).
         05    Trn-Dam          Pic X(12).
         05    Trn-Sire         Pic X(12).
       01    Bth-Record.
         05    Bth-Type         Pic X(1).
         05    Bth-Batch        Pic X(10).
         05    Bth-Operator     Pic X(8).
         05    Bth-Date         Pic 9(8).
       01    Btt-Record.
         05    Btt-Type         Pic X(1).
         05    Btt-Batch        Pic X(10).
         05    Btt-Count        Pic 9(5).
         05    Btt-Adds         Pic 9(5).
         05    Btt-Changes      Pic 9(5).
         05    Btt-Deletes      Pic 9(5).
         05    Btt-Weighs       Pic 9(5).
         05    Btt-Births       Pic 9(5).
         05    Btt-Clears       Pic 9(5).

       Fd batfile.
       01    Bat-Record.
         05    Bat-Batch        Pic X(10).
         05    Filler           Pic X(1) value space.
         05    Bat-Operator     Pic X(8).
         05    Filler           Pic X(1) value space.
         05    Bat-Date         Pic 9(8).
         05    Filler           Pic X(1) value space.
         05    Bat-Run-Date     Pic 9(8).
         05    Filler           Pic X(1) value space.
         05    Bat-Count        Pic 9(5).
         05    Filler           Pic X(1) value space.
         05    Bat-Result       Pic X(8).
         05    Filler           Pic X(1) value space.
         05    Bat-Reason       Pic X(25).

       Fd errfile.
       01    Err-Record.
         05    Ped-Sire         Pic X(12).
         05    Filler           Pic X(1) value space.
         05    Ped-BirthDate    Pic 9(8).
         05    Filler           Pic X(1) value space.
         05    Ped-Owner        Pic X(20).

       Fd genfile.
       01    Gen-Record         Pic X(58).
         05    Opr-Role         Pic X(1).
         05    Opr-Name         Pic X(20).

       Fd lonfile.
       01    Lon-Record.
         05    Lon-AnimalName   Pic X(12).
         05    Filler           Pic X(1).
         05    Lon-Partner      Pic X(20).
         05    Filler           Pic X(1).
         05    Lon-Direction    Pic X(1).
         05    Filler           Pic X(1).
         05    Lon-Start        Pic X(8).
         05    Filler           Pic X(1).
         05    Lon-Return       Pic X(8).
         05    Filler           Pic X(1).
         05    Lon-Offspring    Pic X(20).
         05    Filler           Pic X(1).
         05    Lon-Open         Pic X(1).

       Fd idxfile.
       01    Idx-AnimalClass.
         05    Idx-AnimalName   Pic X(12).
           88 ws-opr-found-yes value "Y".
        01  ws-opr-role        pic X(1) value space.

        01  lon-status        pic X(2).
        01  lon-eof           pic X value "N".
           88 lon-eof-false   value "Y".
        01  Loan-In-Table.
            05  Loan-In-Entry occurs 200 times
                   indexed by Li-Idx.
                10  Li-Name      pic X(12).
                10  Li-Owner     pic X(20).
        01  Loan-In-Count      pic 9(3) value zero.

        01  Master-Table.
            05  Master-Entry occurs 1000 times indexed by Mst-Idx.
                10  Mst-Name      pic X(12).
        01  trans-rejected     pic 9(5) value zero.
        01  ws-count-format    pic Z(4)9.

        01  bat-status        pic X(2).
        01  bat-eof           pic X value "N".
           88 bat-eof-false   value "Y".
        01  ws-today          pic 9(8) value zero.

      *>   Batch IDs and dates the registry shows as applied in
      *>   the last year.
        01  Applied-Table.
            05  Ap-Entry occurs 9999 times
                   indexed by Ap-Idx.
                10  Ap-Batch   pic X(10).
                10  Ap-Date    pic 9(8).
        01  Applied-Count      pic 9(4) value zero.
        01  ws-registry-cutoff pic 9(8) value zero.

      *>   The batches in this run's lab3-trn.dat, in file order,
      *>   with the records actually counted under each header.
        01  Batch-Table.
            05  Batch-Entry occurs 200 times
                   indexed by Bt-Idx Bt-Idx2.
                10  Bt-Batch      pic X(10).
                10  Bt-Operator   pic X(8).
                10  Bt-Date       pic 9(8).
                10  Bt-Count      pic 9(5).
                10  Bt-Adds       pic 9(5).
                10  Bt-Changes    pic 9(5).
                10  Bt-Deletes    pic 9(5).
                10  Bt-Weighs     pic 9(5).
                10  Bt-Births     pic 9(5).
                10  Bt-Clears     pic 9(5).
                10  Bt-Reason     pic X(25).
        01  Batch-Count        pic 9(3) value zero.
        01  ws-batch-idx       pic 9(3) value zero.
        01  ws-batch-open      pic X value "N".
           88 ws-batch-open-yes value "Y".
        01  ws-batch-found     pic X value "N".
           88 ws-batch-found-yes value "Y".
        01  batches-accepted   pic 9(5) value zero.
        01  batches-rejected   pic 9(5) value zero.
        01  records-unbatched  pic 9(5) value zero.



       Procedure Division.
           Perform 020-Acquire-Lock
           Perform 100-initialize
           Perform 102-Load-Operators
           Perform 104-Load-Loans-In
           Perform 105-Prepare-Generation
           Perform 110-Load-Master
           Perform 115-Catalog-Generation
           Perform 120-Load-Batch-Registry
           Perform 130-Balance-Batches

           move zero to ws-batch-idx
           move "N" to ws-batch-open
           perform until trn-eof-false
              read trnfile
                 at end
                    set trn-eof-false to true
                 not at end
                    perform 290-Route-Record
              end-read
           end-perform

           perform 700-Rewrite-Master
           perform 750-Rebuild-Index
           perform 760-Register-Batches

           move trans-applied to ws-count-format
           display "Transactions applied:  " ws-count-format
           move trans-rejected to ws-count-format
           display "Transactions rejected: " ws-count-format

           perform 800-Print-Batch-Report

           perform 999-finalize
           perform 980-Release-Lock

           end-if.

       100-initialize.
           accept ws-today from date yyyymmdd
           open input trnfile
           open extend errfile
           if err-status = "35"
              end-if
           end-perform.

      *>   Only open loans in matter here: they are the dams whose
      *>   offspring may belong to another institution. The loan
      *>   file is optional.
       104-Load-Loans-In.
           open input lonfile
           if lon-status = "00"
              perform until lon-eof-false
                 read lonfile
                    at end
                       set lon-eof-false to true
                    not at end
                       if Lon-Direction = "I" and Lon-Open = "O"
                          if Loan-In-Count >= 200
                             display "LOAN TABLE FULL: more than "
                                "200 open loans in lab3-lon.dat"
                             perform 980-Release-Lock
                             move 12 to return-code
                             stop run
                          end-if
                          add 1 to Loan-In-Count
                          move Lon-AnimalName
                             to Li-Name(Loan-In-Count)
                          if Lon-Offspring not = spaces
                             move Lon-Offspring
                                to Li-Owner(Loan-In-Count)
                          else
                             move Lon-Partner
                                to Li-Owner(Loan-In-Count)
                          end-if
                       end-if
                 end-read
              end-perform
              close lonfile
           end-if.

      *>   The generation number comes from the last catalog line;
      *>   backups cycle through retain-count slot files, so the
      *>   oldest generation is overwritten naturally and nothing
           write Gct-Record
           close gctfile.

      *>   Only accepted batches count as applied: a rejected batch
      *>   may be corrected and sent again under the same ID.
      *>   Batch IDs carry no year, so a row only counts when its
      *>   batch date falls within the last year.
       120-Load-Batch-Registry.
           compute ws-registry-cutoff = function date-of-integer(
              function integer-of-date(ws-today) - 365)
           open input batfile
           if bat-status = "00"
              perform until bat-eof-false
                 read batfile
                    at end
                       set bat-eof-false to true
                    not at end
                       if Bat-Result = "ACCEPTED"
                             and Bat-Date is numeric
                             and Bat-Date >= ws-registry-cutoff
                          if Applied-Count >= 9999
                             display "BATCH REGISTRY FULL: more "
                                "than 9999 batches in lab3-bat.dat "
                                "in the last year"
                             perform 980-Release-Lock
                             move 12 to return-code
                             stop run
                          end-if
                          add 1 to Applied-Count
                          move Bat-Batch to Ap-Batch(Applied-Count)
                          move Bat-Date  to Ap-Date(Applied-Count)
                       end-if
                 end-read
              end-perform
              close batfile
           end-if.

      *>   First pass over lab3-trn.dat: balance every batch before
      *>   a single record is applied. A batch's reason stays blank
      *>   while it is in balance; the file is then reopened for
      *>   the apply pass.
       130-Balance-Batches.
           move "N" to ws-batch-open
           perform until trn-eof-false
              read trnfile
                 at end
                    set trn-eof-false to true
                 not at end
                    evaluate Trn-Action
                       when "H"
                          perform 135-Open-Batch
                       when "T"
                          if ws-batch-open-yes
                             perform 137-Close-Batch
                          end-if
                       when other
                          if ws-batch-open-yes
                             perform 140-Count-Detail
                          end-if
                    end-evaluate
              end-read
           end-perform
           if ws-batch-open-yes
              move "NO BATCH TRAILER" to Bt-Reason(Batch-Count)
           end-if
           close trnfile
           open input trnfile
           move "N" to trn-eof.

       135-Open-Batch.
           if ws-batch-open-yes
              move "NO BATCH TRAILER" to Bt-Reason(Batch-Count)
           end-if
           if Batch-Count >= 200
              display "BATCH TABLE FULL: more than 200 batches "
                 "in lab3-trn.dat"
              perform 980-Release-Lock
              move 12 to return-code
              stop run
           end-if
           add 1 to Batch-Count
           move "Y" to ws-batch-open
           move Bth-Batch    to Bt-Batch(Batch-Count)
           move Bth-Operator to Bt-Operator(Batch-Count)
           if Bth-Date is numeric
              move Bth-Date to Bt-Date(Batch-Count)
           else
              move zero to Bt-Date(Batch-Count)
           end-if
           move zero to Bt-Count(Batch-Count)
           move zero to Bt-Adds(Batch-Count)
           move zero to Bt-Changes(Batch-Count)
           move zero to Bt-Deletes(Batch-Count)
           move zero to Bt-Weighs(Batch-Count)
           move zero to Bt-Births(Batch-Count)
           move zero to Bt-Clears(Batch-Count)
           move spaces to Bt-Reason(Batch-Count)
           move function upper-case(
              function trim(Bth-Operator)) to ws-opr-key
           perform 103-Find-Operator
           move "N" to ws-batch-found
           perform varying Ap-Idx from 1 by 1
                   until Ap-Idx > Applied-Count
                      or ws-batch-found-yes
              if Ap-Batch(Ap-Idx) = Bth-Batch
                    and Ap-Date(Ap-Idx) = Bt-Date(Batch-Count)
                 move "Y" to ws-batch-found
              end-if
           end-perform
           perform varying Bt-Idx from 1 by 1
                   until Bt-Idx >= Batch-Count
                      or ws-batch-found-yes
              if Bt-Batch(Bt-Idx) = Bth-Batch
                    and Bt-Reason(Bt-Idx) = spaces
                 move "Y" to ws-batch-found
              end-if
           end-perform
           evaluate true
              when Bth-Batch = spaces
                 move "BATCH ID MISSING" to Bt-Reason(Batch-Count)
              when not ws-opr-found-yes or ws-opr-role = "I"
                 move "BATCH OPERATOR INVALID"
                    to Bt-Reason(Batch-Count)
              when ws-batch-found-yes
                 move "BATCH ALREADY APPLIED"
                    to Bt-Reason(Batch-Count)
              when other
                 continue
           end-evaluate.

      *>   A batch already rejected at its header keeps that reason.
       137-Close-Batch.
           move "N" to ws-batch-open
           evaluate true
              when Bt-Reason(Batch-Count) not = spaces
                 continue
              when Btt-Batch not = Bt-Batch(Batch-Count)
                 move "TRAILER BATCH MISMATCH"
                    to Bt-Reason(Batch-Count)
              when Btt-Count is not numeric
                    or Btt-Adds is not numeric
                    or Btt-Changes is not numeric
                    or Btt-Deletes is not numeric
                    or Btt-Weighs is not numeric
                    or Btt-Births is not numeric
                    or Btt-Clears is not numeric
                 move "BATCH OUT OF BALANCE" to Bt-Reason(Batch-Count)
              when Btt-Count   not = Bt-Count(Batch-Count)
                    or Btt-Adds    not = Bt-Adds(Batch-Count)
                    or Btt-Changes not = Bt-Changes(Batch-Count)
                    or Btt-Deletes not = Bt-Deletes(Batch-Count)
                    or Btt-Weighs  not = Bt-Weighs(Batch-Count)
                    or Btt-Births  not = Bt-Births(Batch-Count)
                    or Btt-Clears  not = Bt-Clears(Batch-Count)
                 move "BATCH OUT OF BALANCE" to Bt-Reason(Batch-Count)
              when other
                 continue
           end-evaluate.

      *>   Every record counts toward the total; an action code
      *>   Lab3j does not know still balances and is then rejected
      *>   on its own at apply time.
       140-Count-Detail.
           add 1 to Bt-Count(Batch-Count)
           evaluate Trn-Action
              when "A" add 1 to Bt-Adds(Batch-Count)
              when "C" add 1 to Bt-Changes(Batch-Count)
              when "D" add 1 to Bt-Deletes(Batch-Count)
              when "W" add 1 to Bt-Weighs(Batch-Count)
              when "B" add 1 to Bt-Births(Batch-Count)
              when "Q" add 1 to Bt-Clears(Batch-Count)
              when other continue
           end-evaluate.

       110-Load-Master.
           open input infile
           perform until eof-false
              end-if
           end-perform.

      *>   Second pass: the same header/trailer walk as the first,
      *>   so each record meets the verdict on its own batch.
       290-Route-Record.
           evaluate true
              when Trn-Action = "H"
                 add 1 to ws-batch-idx
                 move "Y" to ws-batch-open
                 if Bt-Reason(ws-batch-idx) not = spaces
                    move Bt-Reason(ws-batch-idx) to ws-reject-reason
                    perform 410-Write-Batch-Error
                 end-if
              when Trn-Action = "T" and not ws-batch-open-yes
                 move "TRAILER WITHOUT HEADER" to ws-reject-reason
                 perform 410-Write-Batch-Error
              when Trn-Action = "T"
                 move "N" to ws-batch-open
                 if Bt-Reason(ws-batch-idx) not = spaces
                    move Bt-Reason(ws-batch-idx) to ws-reject-reason
                    perform 410-Write-Batch-Error
                 end-if
              when not ws-batch-open-yes
                 add 1 to records-unbatched
                 move "NOT IN A BATCH" to ws-reject-reason
                 perform 400-Write-Error
              when Bt-Reason(ws-batch-idx) not = spaces
                 move Bt-Reason(ws-batch-idx) to ws-reject-reason
                 perform 400-Write-Error
              when other
                 perform 300-Apply-Transaction
           end-evaluate.

      *>   Inquiry-only IDs may not file anything; a delete is the
      *>   one master action held to the supervisor role, since it
      *>   is the one that cannot be keyed back.
                       to Mst-Weight(Master-Count)
                    move "Q" to Mst-Status(Master-Count)
                    move zero to Mst-DispDate(Master-Count)
                    if Trn-Dam not = spaces
                          or Trn-Sire not = spaces
                       perform 370-Write-Arrival-Pedigree
                    end-if
                    perform 500-Write-Audit
                 end-if
              when "C"
           move Trn-Dam        to Ped-Dam
           move Trn-Sire       to Ped-Sire
           move Trn-BirthDate  to Ped-BirthDate
           perform varying Li-Idx from 1 by 1
                   until Li-Idx > Loan-In-Count
              if Li-Name(Li-Idx) = Trn-Dam
                 move Li-Owner(Li-Idx) to Ped-Owner
              end-if
           end-perform
           write Ped-Record
           perform 500-Write-Audit.

       370-Write-Arrival-Pedigree.
           move spaces to Ped-Record
           move Trn-AnimalName to Ped-Offspring
           move Trn-Dam        to Ped-Dam
           move Trn-Sire       to Ped-Sire
           move Trn-BirthDate  to Ped-BirthDate
           write Ped-Record.

       400-Write-Error.
           move spaces to Err-Record
           move ws-reject-reason to Err-Reason
           write Err-Record
           add 1 to trans-rejected.

       410-Write-Batch-Error.
           move spaces to Err-Record
           move ws-reject-reason to Err-Reason
           move Bth-Type       to Err-Action
           move Bth-Batch      to Err-AnimalName
           write Err-Record.

       500-Write-Audit.
           move spaces to Aud-Record
           accept Aud-Run-Date from date yyyymmdd
           end-perform
           close idxfile.

       760-Register-Batches.
           open extend batfile
           if bat-status = "35"
              open output batfile
           end-if
           perform varying Bt-Idx from 1 by 1
                   until Bt-Idx > Batch-Count
              move spaces to Bat-Record
              move Bt-Batch(Bt-Idx)    to Bat-Batch
              move Bt-Operator(Bt-Idx) to Bat-Operator
              move Bt-Date(Bt-Idx)     to Bat-Date
              move ws-today            to Bat-Run-Date
              move Bt-Count(Bt-Idx)    to Bat-Count
              if Bt-Reason(Bt-Idx) = spaces
                 move "ACCEPTED" to Bat-Result
                 add 1 to batches-accepted
              else
                 move "REJECTED" to Bat-Result
                 move Bt-Reason(Bt-Idx) to Bat-Reason
                 add 1 to batches-rejected
              end-if
              write Bat-Record
           end-perform
           close batfile.

       800-Print-Batch-Report.
           display " "
           display "Batch balancing report " ws-today
           perform varying Bt-Idx from 1 by 1
                   until Bt-Idx > Batch-Count
              move Bt-Count(Bt-Idx) to ws-count-format
              if Bt-Reason(Bt-Idx) = spaces
                 display "  " Bt-Batch(Bt-Idx) " "
                    Bt-Operator(Bt-Idx) " " Bt-Date(Bt-Idx)
                    " records " ws-count-format "  ACCEPTED"
              else
                 display "  " Bt-Batch(Bt-Idx) " "
                    Bt-Operator(Bt-Idx) " " Bt-Date(Bt-Idx)
                    " records " ws-count-format "  REJECTED "
                    Bt-Reason(Bt-Idx)
              end-if
           end-perform
           move Batch-Count to ws-count-format
           display "Batches received:      " ws-count-format
           move batches-accepted to ws-count-format
           display "Batches accepted:      " ws-count-format
           move batches-rejected to ws-count-format
           display "Batches rejected:      " ws-count-format
           move records-unbatched to ws-count-format
           display "Records not in a batch:" ws-count-format.

       999-finalize.
           close trnfile
           close errfile
