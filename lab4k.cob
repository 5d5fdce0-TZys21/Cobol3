      *>     option 4 for the keepers; this is the batch version for
      *>     the inspector's file.
      *>     2026-09-01  TZ  Initial version.
      *>     2026-10-15  TZ  Diagnostic lab results from the
      *>     lab3-lrs.dat ledger that Lab5a keeps appear as events
      *>     on their sample date, abnormal ones marked.

       environment division.
       input-output section.
                organization is line sequential
                file status is rej-status.

            select lrsfile assign to "lab3-lrs.dat"
                organization is line sequential
                file status is lrs-status.

       Data division.
       File Section.
       Fd audfile.
         05    Rej-Species      Pic X(15).
         05    Rej-Run-Date     Pic X(8).

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

       Working-storage section.
        01  aud-status        pic X(2).
        01  led-status        pic X(2).
        01  vet-status        pic X(2).
        01  rej-status        pic X(2).
        01  lrs-status        pic X(2).
        01  aud-eof           pic X value "N".
           88 aud-eof-false   value "Y".
        01  led-eof           pic X value "N".
           88 vet-eof-false   value "Y".
        01  rej-eof           pic X value "N".
           88 rej-eof-false   value "Y".
        01  lrs-eof           pic X value "N".
           88 lrs-eof-false   value "Y".

        01  parm-line         pic X(40).
        01  want-name         pic X(12).
        01  ws-vet-checkup     pic X(8).
        01  ws-vet-medstat     pic X(15).
        01  ws-action-text     pic X(12).
        01  ws-result-format   pic Z(5)9.999.
        01  ws-result-flag     pic X(14).
        01  ws-count-format    pic Z(4)9.


           Perform 200-Collect-Audit
           Perform 300-Collect-Ledger
           Perform 400-Collect-Vet
           Perform 450-Collect-Results
           Perform 500-Collect-Rejects
           Perform 650-Sort-Events
           Perform 700-Print-History
              end-if
           end-if.

       450-Collect-Results.
           open input lrsfile
           if lrs-status = "00"
              perform until lrs-eof-false
                 read lrsfile
                    at end
                       set lrs-eof-false to true
                    not at end
                       if Lrs-AnimalName = want-name
                             and Lrs-SampleDate is numeric
                          perform 460-Add-Result-Event
                       end-if
                 end-read
              end-perform
              close lrsfile
           end-if.

       460-Add-Result-Event.
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
           perform 150-Add-Event.

       500-Collect-Rejects.
           open input rejfile
           if rej-status = "00"
