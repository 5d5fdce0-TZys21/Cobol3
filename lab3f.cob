      *>     species, and BROWSE=prefix pages forward through the
      *>     names starting at the prefix, for keepers who cannot
      *>     remember whether the llama is LLAMA-01 or LAMA-01.
      *>     2026-10-15  TZ  CHIP=value (or TAG=value) looks the
      *>     animal up by a scanned chip, tag or band number through
      *>     the lab3-chp.dat identifier cross-reference Lab4t keeps.

       environment division.
       input-output section.
                   with duplicates
                file status is idx-status.

            select chpfile assign to "lab3-chp.dat"
                organization is line sequential
                file status is chp-status.

       Data division.
       File Section.
       Fd infile.
         05    Idx-AnimalStatus Pic X(1).
         05    Idx-DispDate     Pic 9(8).

       Fd chpfile.
       01    Chp-Record.
         05    Chp-AnimalName   Pic X(12).
         05    Filler           Pic X(1).
         05    Chp-Type         Pic X(1).
         05    Filler           Pic X(1).
         05    Chp-Value        Pic X(15).
         05    Filler           Pic X(1).
         05    Chp-Date         Pic 9(8).

       Working-storage section.
        01  mode-parm         pic X(24).
        01  lookup-name       pic X(12).
        01  ws-lines-shown    pic 9(3) value zero.
        01  ws-pause          pic X(1).
        01  ws-count-format   pic Z(4)9.
        01  chp-status        pic X(2).
        01  chp-eof           pic X value "N".
           88 chp-eof-false   value "Y".
        01  lookup-ident      pic X(15).



              when mode-parm(1:7) = "BROWSE="
                 move mode-parm(8:12) to browse-prefix
                 perform 600-Browse-Prefix
              when mode-parm(1:5) = "CHIP="
                 move mode-parm(6:15) to lookup-ident
                 perform 700-Lookup-Ident
              when mode-parm(1:4) = "TAG="
                 move mode-parm(5:15) to lookup-ident
                 perform 700-Lookup-Ident
              when other
                 move mode-parm(1:12) to lookup-name
                 if lookup-name = spaces
              close idxfile
           end-if.

      *>   A scanned number is matched whatever its ID type, so a
      *>   chip, tag or band number all find their animal.
       700-Lookup-Ident.
           move function upper-case(
              function trim(lookup-ident)) to lookup-ident
           move spaces to lookup-name
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
                 perform 300-Lookup
              end-if
           end-if.
