      *>     run-lock in lab3-lck.dat before touching anything;
      *>     a second starter that would collide gets SUITE BUSY
      *>     and return code 12. Stale locks clear with Lab4g.
      *>     2026-10-15  TZ  A transfer of an animal whose species
      *>     is listed in the lab3-psp.dat permit-species reference
      *>     is rejected with PERMIT MISSING when the animal holds no
      *>     permit in the lab3-prm.dat permit file (AnimalName,
      *>     permit number, expiry), or PERMIT EXPIRED when its
      *>     latest permit expired before the run date.
       environment division.
       input-output section.
       file-control.
                organization is line sequential
                file status is lck-status.

            select pspfile assign to "lab3-psp.dat"
                organization is line sequential
                file status is psp-status.

            select prmfile assign to "lab3-prm.dat"
                organization is line sequential
                file status is prm-status.

       Data division.
       File Section.
       Fd locfile.
         05    Filler           Pic X(1) value space.
         05    Lck-Time         Pic 9(8).

       Fd pspfile.
       01    Psp-Record.
         05    Psp-Species      Pic X(15).

       Fd prmfile.
       01    Prm-Record.
         05    Prm-AnimalName   Pic X(12).
         05    Prm-Number       Pic X(15).
         05    Prm-Expiry       Pic 9(8).

       Working-storage section.
        01  ws-src-name       pic X(20).
        01  ws-dst-name       pic X(20).
        01  xfers-rejected     pic 9(5) value zero.
        01  ws-count-format    pic Z(4)9.

        01  psp-status        pic X(2).
        01  prm-status        pic X(2).
        01  psp-eof           pic X value "N".
           88 psp-eof-false   value "Y".
        01  prm-eof           pic X value "N".
           88 prm-eof-false   value "Y".
        01  Permit-Species-Table.
            05  Permit-Species-Entry occurs 100 times
                   indexed by Ps-Idx.
                10  Ps-Species    pic X(15).
        01  Permit-Species-Count pic 9(3) value zero.
        01  Permit-Table.
            05  Permit-Entry occurs 1000 times
                   indexed by Pm-Idx.
                10  Pm-Name       pic X(12).
                10  Pm-Expiry     pic 9(8).
        01  Permit-Count       pic 9(5) value zero.
        01  ws-today           pic 9(8) value zero.
        01  ws-species-key     pic X(15).
        01  ws-permit-needed   pic X value "N".
           88 ws-permit-needed-yes value "Y".
        01  ws-permit-expiry   pic 9(8) value zero.




           Perform 020-Acquire-Lock
           Perform 100-initialize
           Perform 110-Load-Locations
           Perform 120-Load-Permits

           perform until xfr-eof-false
              read xfrfile
           end-if.

       100-initialize.
           accept ws-today from date yyyymmdd
           open input xfrfile
           open extend xfefile
           if xfe-status = "35"
           end-perform
           close locfile.

      *>   Both permit files are optional: no permit-species file
      *>   means no species needs a permit; no permit file means no
      *>   animal holds one.
       120-Load-Permits.
           open input pspfile
           if psp-status = "00"
              perform until psp-eof-false
                 read pspfile
                    at end
                       set psp-eof-false to true
                    not at end
                       if Permit-Species-Count >= 100
                          display "PERMIT SPECIES TABLE FULL: more "
                             "than 100 species in lab3-psp.dat"
                          perform 980-Release-Lock
                          move 12 to return-code
                          stop run
                       end-if
                       add 1 to Permit-Species-Count
                       move function upper-case(
                          function trim(Psp-Species))
                          to Ps-Species(Permit-Species-Count)
                 end-read
              end-perform
              close pspfile
           end-if
           open input prmfile
           if prm-status = "00"
              perform until prm-eof-false
                 read prmfile
                    at end
                       set prm-eof-false to true
                    not at end
                       if Permit-Count >= 1000
                          display "PERMIT TABLE FULL: more than "
                             "1000 permits in lab3-prm.dat"
                          perform 980-Release-Lock
                          move 12 to return-code
                          stop run
                       end-if
                       add 1 to Permit-Count
                       move Prm-AnimalName to Pm-Name(Permit-Count)
                       if Prm-Expiry is numeric
                          move Prm-Expiry to Pm-Expiry(Permit-Count)
                       else
                          move zero to Pm-Expiry(Permit-Count)
                       end-if
                 end-read
              end-perform
              close prmfile
           end-if.

       200-Find-Location.
      *>   Looks up ws-loc-key in the location table, leaving the
      *>   file name in ws-loc-file and ws-found set.
              move "NOT PRESENT AT SOURCE" to ws-reject-reason
              perform 400-Write-Reject
           else
              perform 315-Check-Permit
              evaluate true
                 when not ws-permit-needed-yes
                    perform 330-Append-Destination
                    perform 340-Rewrite-Source
                    perform 500-Write-Ledger
                 when ws-permit-expiry = zero
                    move "PERMIT MISSING" to ws-reject-reason
                    perform 400-Write-Reject
                 when ws-permit-expiry < ws-today
                    move "PERMIT EXPIRED" to ws-reject-reason
                    perform 400-Write-Reject
                 when other
                    perform 330-Append-Destination
                    perform 340-Rewrite-Source
                    perform 500-Write-Ledger
              end-evaluate
           end-if.

      *>   The species comes from the animal's own image in the
      *>   source location file; when an animal holds several
      *>   permits the one that runs longest is the one that
      *>   counts.
       315-Check-Permit.
           move "N" to ws-permit-needed
           move zero to ws-permit-expiry
           move function upper-case(function trim(
              Src-Image(ws-src-found-idx)(14:15))) to ws-species-key
           perform varying Ps-Idx from 1 by 1
                   until Ps-Idx > Permit-Species-Count
                      or ws-permit-needed-yes
              if Ps-Species(Ps-Idx) = ws-species-key
                 move "Y" to ws-permit-needed
              end-if
           end-perform
           if ws-permit-needed-yes
              perform varying Pm-Idx from 1 by 1
                      until Pm-Idx > Permit-Count
                 if Pm-Name(Pm-Idx) = Xfr-AnimalName
                       and Pm-Expiry(Pm-Idx) > ws-permit-expiry
                    move Pm-Expiry(Pm-Idx) to ws-permit-expiry
                 end-if
              end-perform
           end-if.

       320-Load-Source.
