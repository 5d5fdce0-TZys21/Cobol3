       Identification Division.
       Program-id.          Lab4r.

      *      Name: Tyler Zysberg. Description: LAB4r.Daily
      *>     vaccination due list: for every animal on the premises
      *>     (status A, blank, or Q) on lab3-in.dat, takes each
      *>     vaccine its species needs from the lab3-vpr.dat protocol
      *>     reference (species, vaccine, booster interval in days),
      *>     finds the last dose on the lab3-vac.dat ledger Lab4b
      *>     keeps, and lists every vaccine already overdue or
      *>     falling due within the next N days (N from the command
      *>     line, default 30), grouped by class (lab3-cls.dat,
      *>     lab3-cld.dat) and in due-date order within each class.
      *>     A vaccine never given is due from the animal's
      *>     AcquireDate. Ends with return code 4 when anything is
      *>     overdue, so the nightly chain can surface it.
      *>     2026-10-15  TZ  Initial version.

       environment division.
       input-output section.
       file-control.
            select infile assign to "lab3-in.dat"
                organization is line sequential.

            select vprfile assign to "lab3-vpr.dat"
                organization is line sequential
                file status is vpr-status.

            select vacfile assign to "lab3-vac.dat"
                organization is line sequential
                file status is vac-status.

            select clsfile assign to "lab3-cls.dat"
                organization is line sequential
                file status is cls-status.

            select cldfile assign to "lab3-cld.dat"
                organization is line sequential
                file status is cld-status.

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

       Fd vprfile.
       01    Vpr-Record.
         05    Vpr-Species      Pic X(15).
         05    Vpr-Vaccine      Pic X(15).
         05    Vpr-Interval     Pic 9(4).

       Fd vacfile.
       01    Vac-Record.
         05    Vac-Date         Pic X(8).
         05    Filler           Pic X(1).
         05    Vac-AnimalName   Pic X(12).
         05    Filler           Pic X(1).
         05    Vac-Vaccine      Pic X(15).
         05    Filler           Pic X(1).
         05    Vac-Operator     Pic X(8).

       Fd clsfile.
       01    Cls-Record.
         05    Cls-Species      Pic X(15).
         05    Cls-Class        Pic X(10).

       Fd cldfile.
       01    Cld-Record.
         05    Cld-Class        Pic X(10).

       Working-storage section.
        01  vpr-status        pic X(2).
        01  vac-status        pic X(2).
        01  cls-status        pic X(2).
        01  cld-status        pic X(2).
        01  eof               pic X value "N".
           88 eof-false       value "Y".
        01  vpr-eof           pic X value "N".
           88 vpr-eof-false   value "Y".
        01  vac-eof           pic X value "N".
           88 vac-eof-false   value "Y".
        01  cls-eof           pic X value "N".
           88 cls-eof-false   value "Y".
        01  cld-eof           pic X value "N".
           88 cld-eof-false   value "Y".

        01  parm-days         pic X(4).
        01  ws-window         pic 9(4) value 30.
        01  ws-today          pic 9(8) value zero.
        01  ws-today-int      pic 9(8) value zero.

        01  Protocol-Table.
            05  Protocol-Entry occurs 300 times
                   indexed by Pr-Idx.
                10  Pr-Species    pic X(15).
                10  Pr-Vaccine    pic X(15).
                10  Pr-Interval   pic 9(4).
        01  Protocol-Count     pic 9(3) value zero.

        01  Dose-Table.
            05  Dose-Entry occurs 5000 times
                   indexed by Ds-Idx.
                10  Ds-Name       pic X(12).
                10  Ds-Vaccine    pic X(15).
                10  Ds-Date       pic 9(8).
        01  Dose-Count         pic 9(5) value zero.

        01  Class-Def-Table.
            05  Class-Def-Entry occurs 20 times
                   indexed by Cd-Idx.
                10  Cd-Name       pic X(10).
        01  Class-Def-Count    pic 9(3) value zero.

        01  Class-Table.
            05  Class-Entry occurs 60 times indexed by Cls-Idx.
                10  Tbl-Species   pic X(15).
                10  Tbl-Class     pic X(10).
        01  Class-Count        pic 9(3) value zero.

        01  Due-Table.
            05  Due-Entry occurs 2000 times
                   indexed by Du-Idx Du-Idx2.
                10  Du-Class      pic 9(3).
                10  Du-Name       pic X(12).
                10  Du-Species    pic X(15).
                10  Du-Vaccine    pic X(15).
                10  Du-Last       pic 9(8).
                10  Du-Date       pic 9(8).
                10  Du-Days       pic S9(5).
        01  Due-Count          pic 9(5) value zero.
        01  ws-swap-entry      pic X(66).

        01  ws-species-key     pic X(15).
        01  ws-class-key       pic X(10).
        01  ws-vaccine-key     pic X(15).
        01  ws-found           pic X value "N".
           88 ws-found-yes     value "Y".
        01  ws-found-idx       pic 9(5) value zero.
        01  ws-cls-idx         pic 9(3) value zero.
        01  ws-other-idx       pic 9(3) value zero.
        01  ws-last-date       pic 9(8) value zero.
        01  ws-due-int         pic 9(8) value zero.
        01  ws-due-date        pic 9(8) value zero.
        01  ws-days            pic S9(5) value zero.
        01  ws-overdue         pic 9(5) value zero.
        01  ws-due-soon        pic 9(5) value zero.
        01  ws-no-protocol     pic 9(5) value zero.
        01  ws-class-shown     pic 9(3) value zero.
        01  ws-count-format    pic Z(4)9.
        01  ws-days-format     pic Z(4)9.
        01  ws-last-out        pic X(10).
        01  ws-state-out       pic X(10).



       Procedure Division.
       000-main.

           Perform 100-initialize
           Perform 105-Load-Class-Defs
           Perform 110-Load-Classes
           Perform 115-Load-Protocols
           Perform 120-Load-Doses

           open input infile
           perform until eof-false
              read infile
                 at end
                    set eof-false to true
                 not at end
                    perform 300-Check-Animal
              end-read
           end-perform
           close infile

           Perform 650-Sort-Due
           Perform 500-Print-Report

           if ws-overdue > zero
              move 4 to return-code
           end-if

           stop run.

       100-initialize.
           accept ws-today from date yyyymmdd
           compute ws-today-int = function integer-of-date(ws-today)
           accept parm-days from command-line
           if parm-days not = spaces
              if function trim(parm-days) is numeric
                 compute ws-window =
                    function numval(function trim(parm-days))
              else
                 display "BAD DAY WINDOW: " parm-days
                 move 12 to return-code
                 stop run
              end-if
           end-if.

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
                    if Class-Def-Count >= 19
                       display "CLASS DEFINITION TABLE FULL: "
                          "more than 19 classes in lab3-cld.dat"
                       move 12 to return-code
                       stop run
                    end-if
                    add 1 to Class-Def-Count
                    move function upper-case(
                       function trim(Cld-Class))
                       to Cd-Name(Class-Def-Count)
              end-read
           end-perform
           close cldfile
           move "OTHER" to ws-class-key
           perform 210-Find-Class-Def
           if ws-found-yes
              move ws-found-idx to ws-other-idx
           else
              add 1 to Class-Def-Count
              move "OTHER" to Cd-Name(Class-Def-Count)
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

       115-Load-Protocols.
           open input vprfile
           if vpr-status not = "00"
              display "VACCINATION PROTOCOL FILE lab3-vpr.dat "
                 "MISSING (status " vpr-status ")"
              move 12 to return-code
              stop run
           end-if
           perform until vpr-eof-false
              read vprfile
                 at end
                    set vpr-eof-false to true
                 not at end
                    if Protocol-Count >= 300
                       display "PROTOCOL TABLE FULL: more than "
                          "300 entries in lab3-vpr.dat"
                       move 12 to return-code
                       stop run
                    end-if
                    add 1 to Protocol-Count
                    move function upper-case(
                       function trim(Vpr-Species))
                       to Pr-Species(Protocol-Count)
                    move function upper-case(
                       function trim(Vpr-Vaccine))
                       to Pr-Vaccine(Protocol-Count)
                    if Vpr-Interval is numeric
                       move Vpr-Interval to Pr-Interval(Protocol-Count)
                    else
                       move zero to Pr-Interval(Protocol-Count)
                    end-if
              end-read
           end-perform
           close vprfile.

      *>   Only the most recent dose of each vaccine per animal is
      *>   kept; the ledger is in keying order, not date order.
       120-Load-Doses.
           open input vacfile
           if vac-status = "00"
              perform until vac-eof-false
                 read vacfile
                    at end
                       set vac-eof-false to true
                    not at end
                       if Vac-Date is numeric
                          perform 125-Keep-Dose
                       end-if
                 end-read
              end-perform
              close vacfile
           end-if.

       125-Keep-Dose.
           move function upper-case(
              function trim(Vac-Vaccine)) to ws-vaccine-key
           move "N" to ws-found
           perform varying Ds-Idx from 1 by 1
                   until Ds-Idx > Dose-Count or ws-found-yes
              if Ds-Name(Ds-Idx) = Vac-AnimalName
                    and Ds-Vaccine(Ds-Idx) = ws-vaccine-key
                 move "Y" to ws-found
                 if Vac-Date > Ds-Date(Ds-Idx)
                    move Vac-Date to Ds-Date(Ds-Idx)
                 end-if
              end-if
           end-perform
           if not ws-found-yes
              if Dose-Count >= 5000
                 display "DOSE TABLE FULL: more than 5000 animal/"
                    "vaccine pairs in lab3-vac.dat"
                 move 12 to return-code
                 stop run
              end-if
              add 1 to Dose-Count
              move Vac-AnimalName to Ds-Name(Dose-Count)
              move ws-vaccine-key to Ds-Vaccine(Dose-Count)
              move Vac-Date       to Ds-Date(Dose-Count)
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

      *>   Quarantined arrivals are vaccinated in quarantine, so
      *>   they are scheduled along with the active herd.
       300-Check-Animal.
           if AnimalStatus = "A" or AnimalStatus = space
                 or AnimalStatus = "Q"
              move function upper-case(
                 function trim(Species)) to ws-species-key
              perform 220-Classify
              move "N" to ws-found
              perform varying Pr-Idx from 1 by 1
                      until Pr-Idx > Protocol-Count
                 if Pr-Species(Pr-Idx) = ws-species-key
                    move "Y" to ws-found
                    perform 310-Check-Vaccine
                 end-if
              end-perform
              if not ws-found-yes
                 add 1 to ws-no-protocol
              end-if
           end-if.

       310-Check-Vaccine.
           move zero to ws-last-date
           perform varying Ds-Idx from 1 by 1
                   until Ds-Idx > Dose-Count
              if Ds-Name(Ds-Idx) = AnimalName
                    and Ds-Vaccine(Ds-Idx) = Pr-Vaccine(Pr-Idx)
                 move Ds-Date(Ds-Idx) to ws-last-date
              end-if
           end-perform
           if ws-last-date > zero
              compute ws-due-int =
                 function integer-of-date(ws-last-date)
                 + Pr-Interval(Pr-Idx)
           else
              if AcquireDate is numeric and AcquireDate > zero
                    and AcquireDate <= ws-today
                 compute ws-due-int =
                    function integer-of-date(AcquireDate)
              else
                 move ws-today-int to ws-due-int
              end-if
           end-if
           compute ws-days = ws-due-int - ws-today-int
           if ws-days <= ws-window
              compute ws-due-date =
                 function date-of-integer(ws-due-int)
              perform 320-Add-Due
           end-if.

       320-Add-Due.
           if Due-Count >= 2000
              display "DUE TABLE FULL: more than 2000 vaccines "
                 "due or overdue"
              move 12 to return-code
              stop run
           end-if
           add 1 to Due-Count
           move ws-cls-idx          to Du-Class(Due-Count)
           move AnimalName          to Du-Name(Due-Count)
           move ws-species-key      to Du-Species(Due-Count)
           move Pr-Vaccine(Pr-Idx)  to Du-Vaccine(Due-Count)
           move ws-last-date        to Du-Last(Due-Count)
           move ws-due-date         to Du-Date(Due-Count)
           move ws-days             to Du-Days(Due-Count)
           if ws-days < zero
              add 1 to ws-overdue
           else
              add 1 to ws-due-soon
           end-if.

      *>   Class order follows lab3-cld.dat; within a class the
      *>   longest overdue comes first.
       650-Sort-Due.
           perform varying Du-Idx from 1 by 1
                   until Du-Idx > Due-Count
              perform varying Du-Idx2 from Du-Idx by 1
                      until Du-Idx2 > Due-Count
                 if Du-Class(Du-Idx2) < Du-Class(Du-Idx)
                       or (Du-Class(Du-Idx2) = Du-Class(Du-Idx)
                       and Du-Date(Du-Idx2) < Du-Date(Du-Idx))
                    move Due-Entry(Du-Idx)  to ws-swap-entry
                    move Due-Entry(Du-Idx2) to Due-Entry(Du-Idx)
                    move ws-swap-entry      to Due-Entry(Du-Idx2)
                 end-if
              end-perform
           end-perform.

       500-Print-Report.
           move ws-window to ws-count-format
           display "Vaccinations overdue or due within "
              function trim(ws-count-format) " days, run "
              ws-today
           move zero to ws-class-shown
           perform varying Du-Idx from 1 by 1
                   until Du-Idx > Due-Count
              if Du-Class(Du-Idx) not = ws-class-shown
                 move Du-Class(Du-Idx) to ws-class-shown
                 display " "
                 display "Class: " Cd-Name(ws-class-shown)
              end-if
              perform 510-Print-Line
           end-perform
           if Due-Count = zero
              display "  Nothing due."
           end-if
           display " "
           move ws-overdue to ws-count-format
           display "  Overdue:              " ws-count-format
           move ws-due-soon to ws-count-format
           display "  Due soon:             " ws-count-format
           move ws-no-protocol to ws-count-format
           display "  Animals, no protocol: " ws-count-format.

       510-Print-Line.
           if Du-Last(Du-Idx) = zero
              move "NEVER" to ws-last-out
           else
              move Du-Last(Du-Idx) to ws-last-out
           end-if
           if Du-Days(Du-Idx) < zero
              move "OVERDUE" to ws-state-out
              compute ws-days-format = zero - Du-Days(Du-Idx)
           else
              move "DUE" to ws-state-out
              move Du-Days(Du-Idx) to ws-days-format
           end-if
           display "  " ws-state-out Du-Name(Du-Idx) " "
              Du-Species(Du-Idx) " " Du-Vaccine(Du-Idx)
              " last " ws-last-out " due " Du-Date(Du-Idx)
              " (" ws-days-format " days)".
