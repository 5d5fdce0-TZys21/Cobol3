      *>     before the menu shows; three failed attempts end the
      *>     session. Any role (inquiry, keeper, supervisor) may
      *>     use the read-only inquiry.
      *>     2026-10-15  TZ  New option 5: look an animal up by a
      *>     scanned chip, tag or band number through the
      *>     lab3-chp.dat identifier cross-reference.
      *>     2026-10-15  TZ  Option 4 history also shows the
      *>     diagnostic lab results on the lab3-lrs.dat ledger, as
      *>     Lab4k does.

       environment division.
       input-output section.
                organization is line sequential
                file status is opr-status.

            select chpfile assign to "lab3-chp.dat"
                organization is line sequential
                file status is chp-status.

            select lrsfile assign to "lab3-lrs.dat"
                organization is line sequential
                file status is lrs-status.

            select idxfile assign to "lab3-in-idx.dat"
                organization is indexed
                access mode is dynamic
         05    Opr-Role         Pic X(1).
         05    Opr-Name         Pic X(20).

       Fd chpfile.
       01    Chp-Record.
         05    Chp-AnimalName   Pic X(12).
         05    Filler           Pic X(1).
         05    Chp-Type         Pic X(1).
         05    Filler           Pic X(1).
         05    Chp-Value        Pic X(15).
         05    Filler           Pic X(1).
         05    Chp-Date         Pic 9(8).

       Fd lrsfile.
       01    Lrs-Record.
         05    Lrs-SampleDate   Pic X(8).
         05    Filler           Pic X(1).
         05    Lrs-AnimalName   Pic X(12).
         05    Filler           Pic X(1).
         05    Lrs-Species      Pic X(15).
         05    Filler           Pic X(1).
         05    Lrs-Test         Pic X(10).
         05    Filler           Pic X(1).
         05    Lrs-Value        Pic 9(6)V999.
         05    Filler           Pic X(1).
         05    Lrs-Units        Pic X(8).
         05    Filler           Pic X(1).
         05    Lrs-Flag         Pic X(1).

       Fd idxfile.
       01    Idx-AnimalClass.
         05    Idx-AnimalName   Pic X(12).
        01  ws-operator        pic X(8) value spaces.
        01  ws-signon-tries    pic 9(1) value zero.

        01  chp-status        pic X(2).
        01  chp-eof           pic X value "N".
           88 chp-eof-false   value "Y".
        01  lookup-ident      pic X(15).

        01  lrs-status        pic X(2).
        01  lrs-eof           pic X value "N".
           88 lrs-eof-false   value "Y".
        01  ws-result-format  pic Z(5)9.999.
        01  ws-result-flag    pic X(14).



       Procedure Division.
              display "  2  Class roster"
              display "  3  Latest class counts"
              display "  4  Activity history for an animal"
              display "  5  Look up an animal by chip or tag"
              display "  0  Exit"
              display "Choice: " with no advancing
              accept ws-choice
                    perform 500-Latest-Counts
                 when "4"
                    perform 600-Activity-History
                 when "5"
                    perform 700-Lookup-By-Ident
                 when "0"
                    set ws-done-yes to true
                 when other
                    display "Please choose 1, 2, 3, 4, 5 or 0."
              end-evaluate
           end-perform

       300-Lookup-By-Name.
           display "Animal name: " with no advancing
           accept lookup-name
           perform 310-Show-Animal.

       310-Show-Animal.
           open input idxfile
           if idx-status not = "00"
              display "Index not available (status " idx-status
              perform 620-Collect-Ledger
              perform 630-Collect-Vet
              perform 640-Collect-Rejects
              perform 650-Collect-Results
              perform 660-Sort-Events
              perform 670-Print-History
           end-if.
              close rejfile
           end-if.

       650-Collect-Results.
           move "N" to lrs-eof
           open input lrsfile
           if lrs-status = "00"
              perform until lrs-eof-false
                 read lrsfile
                    at end
                       set lrs-eof-false to true
                    not at end
                       if Lrs-AnimalName = want-name
                             and Lrs-SampleDate is numeric
                          perform 655-Add-Result-Event
                       end-if
                 end-read
              end-perform
              close lrsfile
           end-if.

       655-Add-Result-Event.
           move Lrs-SampleDate to ws-ev-date
           move zero to ws-ev-time
           move zero to ws-result-format
           if Lrs-Value is numeric
              move Lrs-Value to ws-result-format
           end-if
           evaluate Lrs-Flag
              when "H" move " ABNORMAL HIGH" to ws-result-flag
              when "L" move " ABNORMAL LOW"  to ws-result-flag
              when other move spaces to ws-result-flag
           end-evaluate
           move spaces to ws-ev-text
           string "LAB RESULT " delimited by size
              function trim(Lrs-Test) delimited by size
              " " delimited by size
              function trim(ws-result-format) delimited by size
              " " delimited by size
              function trim(Lrs-Units) delimited by size
              ws-result-flag delimited by size
              into ws-ev-text
           perform 605-Add-Event.

       660-Sort-Events.
           perform varying Ev-Idx from 1 by 1
                   until Ev-Idx > Event-Count
              display "  " Ev-Date(Ev-Idx) " "
                 Ev-Time(Ev-Idx) " " Ev-Text(Ev-Idx)
           end-perform.

      *>   Option 5: the number on a scanned chip, tag or band,
      *>   matched whatever its ID type.
       700-Lookup-By-Ident.
           display "Chip or tag number: " with no advancing
           accept lookup-ident
           move function upper-case(
              function trim(lookup-ident)) to lookup-ident
           move spaces to lookup-name
           move "N" to chp-eof
           open input chpfile
           if chp-status not = "00"
              display "Identifier file not available (status "
                 chp-status ")"
           else
              perform until chp-eof-false
                 read chpfile
                    at end
                       set chp-eof-false to true
                    not at end
                       if Chp-Value = lookup-ident
                          move Chp-AnimalName to lookup-name
                          set chp-eof-false to true
                       end-if
                 end-read
              end-perform
              close chpfile
              if lookup-name = spaces
                 display "No animal carries ID " lookup-ident
              else
                 display "ID " lookup-ident " belongs to "
                    lookup-name
                 perform 310-Show-Animal
              end-if
           end-if.
