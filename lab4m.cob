      *>     supervisor role; a delete may only be keyed by a
      *>     supervisor, matching the Lab3j apply-side rule. The
      *>     verified ID is what lands in Trn-Operator.
      *>     2026-10-15  TZ  The session's transactions go to
      *>     lab3-trn.dat as one Lab3j batch: an H header before
      *>     the first one appended and a T trailer with the record
      *>     and per-action counts at sign-off. A session that ends
      *>     without signing off leaves a batch with no trailer,
      *>     which Lab3j rejects whole.

       environment division.
       input-output section.
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

       Fd oprfile.
       01    Opr-Record.
        01  trans-keyed       pic 9(5) value zero.
        01  ws-count-format   pic Z(4)9.

      *>   One Lab3j batch per run: ID is the writer's letter, the
      *>   day of the year and the time the batch was opened.
        01  ws-batch-id        pic X(10) value spaces.
        01  ws-batch-day       pic 9(7) value zero.
        01  ws-batch-time      pic 9(8) value zero.
        01  ws-batch-open      pic X value "N".
           88 ws-batch-open-yes value "Y".
        01  batch-records      pic 9(5) value zero.
        01  batch-adds         pic 9(5) value zero.
        01  batch-changes      pic 9(5) value zero.
        01  batch-deletes      pic 9(5) value zero.
        01  batch-weighs       pic 9(5) value zero.
        01  batch-births       pic 9(5) value zero.
        01  batch-clears       pic 9(5) value zero.



       Procedure Division.
           end-if.

       510-Append-Transaction.
           if not ws-batch-open-yes
              perform 520-Open-Batch
           end-if
           move spaces to Trn-Record
           move ws-action   to Trn-Action
           move ws-name     to Trn-AnimalName
           move ws-dam      to Trn-Dam
           move ws-sire     to Trn-Sire
           write Trn-Record
           perform 530-Count-Batch-Record
           add 1 to trans-keyed.

       520-Open-Batch.
           accept ws-batch-day  from day yyyyddd
           accept ws-batch-time from time
           move "K"                to ws-batch-id(1:1)
           move ws-batch-day(5:3)  to ws-batch-id(2:3)
           move ws-batch-time(1:6) to ws-batch-id(5:6)
           move spaces to Bth-Record
           move "H"          to Bth-Type
           move ws-batch-id  to Bth-Batch
           move ws-operator  to Bth-Operator
           accept Bth-Date from date yyyymmdd
           write Bth-Record
           move "Y" to ws-batch-open.

       530-Count-Batch-Record.
           add 1 to batch-records
           evaluate Trn-Action
              when "A" add 1 to batch-adds
              when "C" add 1 to batch-changes
              when "D" add 1 to batch-deletes
              when "W" add 1 to batch-weighs
              when "B" add 1 to batch-births
              when "Q" add 1 to batch-clears
              when other continue
           end-evaluate.

       540-Close-Batch.
           move spaces to Btt-Record
           move "T"           to Btt-Type
           move ws-batch-id   to Btt-Batch
           move batch-records to Btt-Count
           move batch-adds    to Btt-Adds
           move batch-changes to Btt-Changes
           move batch-deletes to Btt-Deletes
           move batch-weighs  to Btt-Weighs
           move batch-births  to Btt-Births
           move batch-clears  to Btt-Clears
           write Btt-Record
           move "N" to ws-batch-open.

       999-finalize.
           if ws-batch-open-yes
              perform 540-Close-Batch
           end-if
           close trnfile.
