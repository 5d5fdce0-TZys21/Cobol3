       Identification Division.
       Program-id.          Lab4v.

      *      Name: Tyler Zysberg. Description: LAB4v.Incident and
      *>     keeper-safety ledger: applies the incident reports in
      *>     lab3-sft.dat (date, time, incident type B bite / E
      *>     escape / I keeper injury / R enclosure breach / F fight
      *>     between animals, severity 1-5, up to two animals,
      *>     location and enclosure from lab3-asn.dat, operator,
      *>     description) to the permanent lab3-sfl.dat incident
      *>     ledger, rejecting bad ones to lab3-sfe.dat with a
      *>     reason. The operator is verified against lab3-opr.dat
      *>     as for Lab3j transactions. An enclosure left blank is
      *>     taken from the first animal's assignment. Every incident
      *>     of severity 4 or 5 is written to lab3-exc.dat so it
      *>     reaches the Lab4j workbench and the Lab4l dashboard, and
      *>     the run ends with return code 4. Then prints the
      *>     monthly safety report (parameter YYYYMM, default the
      *>     current month): every incident of the month, counts by
      *>     type, by species and by enclosure, and any animal
      *>     involved in more than one incident called out as a
      *>     REPEAT OFFENDER.
      *>     2026-10-15  TZ  Initial version.

       environment division.
       input-output section.
       file-control.
            select infile assign to "lab3-in.dat"
                organization is line sequential.

            select asnfile assign to "lab3-asn.dat"
                organization is line sequential
                file status is asn-status.

            select sftfile assign to "lab3-sft.dat"
                organization is line sequential
                file status is sft-status.

            select sflfile assign to "lab3-sfl.dat"
                organization is line sequential
                file status is sfl-status.

            select sfefile assign to "lab3-sfe.dat"
                organization is line sequential
                file status is sfe-status.

            select oprfile assign to "lab3-opr.dat"
                organization is line sequential
                file status is opr-status.

            select excfile assign to "lab3-exc.dat"
                organization is line sequential
                file status is exc-status.

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

       Fd asnfile.
       01    Asn-Record.
         05    Asn-AnimalName   Pic X(12).
         05    Filler           Pic X(1).
         05    Asn-Location     Pic X(10).
         05    Filler           Pic X(1).
         05    Asn-Enclosure    Pic X(10).

       Fd sftfile.
       01    Sft-Record.
         05    Sft-Date         Pic 9(8).
         05    Sft-Time         Pic 9(4).
         05    Sft-Type         Pic X(1).
         05    Sft-Severity     Pic 9(1).
         05    Sft-Animal-1     Pic X(12).
         05    Sft-Animal-2     Pic X(12).
         05    Sft-Location     Pic X(10).
         05    Sft-Enclosure    Pic X(10).
         05    Sft-Operator     Pic X(8).
         05    Sft-Description  Pic X(40).

       Fd sflfile.
       01    Sfl-Record.
         05    Sfl-Date         Pic 9(8).
         05    Filler           Pic X(1) value space.
         05    Sfl-Time         Pic 9(4).
         05    Filler           Pic X(1) value space.
         05    Sfl-Type         Pic X(1).
         05    Filler           Pic X(1) value space.
         05    Sfl-Severity     Pic 9(1).
         05    Filler           Pic X(1) value space.
         05    Sfl-Animal-1     Pic X(12).
         05    Filler           Pic X(1) value space.
         05    Sfl-Animal-2     Pic X(12).
         05    Filler           Pic X(1) value space.
         05    Sfl-Location     Pic X(10).
         05    Filler           Pic X(1) value space.
         05    Sfl-Enclosure    Pic X(10).
         05    Filler           Pic X(1) value space.
         05    Sfl-Operator     Pic X(8).
         05    Filler           Pic X(1) value space.
         05    Sfl-Description  Pic X(40).

       Fd sfefile.
       01    Sfe-Record.
         05    Sfe-Reason       Pic X(25).
         05    Filler           Pic X(1) value space.
         05    Sfe-Date         Pic X(8).
         05    Filler           Pic X(1) value space.
         05    Sfe-Type         Pic X(1).
         05    Filler           Pic X(1) value space.
         05    Sfe-Animal-1     Pic X(12).
         05    Filler           Pic X(1) value space.
         05    Sfe-Enclosure    Pic X(10).

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
        01  asn-status        pic X(2).
        01  sft-status        pic X(2).
        01  sfl-status        pic X(2).
        01  sfe-status        pic X(2).
        01  exc-status        pic X(2).
        01  eof               pic X value "N".
           88 eof-false       value "Y".
        01  asn-eof           pic X value "N".
           88 asn-eof-false   value "Y".
        01  sft-eof           pic X value "N".
           88 sft-eof-false   value "Y".
        01  sfl-eof           pic X value "N".
           88 sfl-eof-false   value "Y".
        01  parm-month        pic X(6).
        01  ws-today          pic 9(8) value zero.

        01  opr-status        pic X(2).
        01  opr-eof           pic X value "N".
           88 opr-eof-false   value "Y".
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

        01  Animal-Table.
            05  Animal-Entry occurs 1000 times
                   indexed by An-Idx.
                10  An-Name      pic X(12).
                10  An-Species   pic X(15).
                10  An-Loc       pic X(10).
                10  An-Enc       pic X(10).
        01  Animal-Count       pic 9(5) value zero.

        01  Assign-Table.
            05  Assign-Entry occurs 1000 times
                   indexed by As-Idx.
                10  As-Loc       pic X(10).
                10  As-Enc       pic X(10).
        01  Assign-Count       pic 9(5) value zero.

      *>   Monthly tallies: the five incident types in code order,
      *>   then species, enclosures and animals as they turn up.
        01  Type-Codes-Init    pic X(5) value "BEIRF".
        01  Type-Table.
            05  Type-Entry occurs 5 times indexed by Ty-Idx.
                10  Ty-Code      pic X(1).
                10  Ty-Count     pic 9(5).
                10  Ty-Severe    pic 9(5).

        01  Species-Tally.
            05  Species-Tally-Entry occurs 200 times
                   indexed by Sp-Idx.
                10  Sp-Name      pic X(15).
                10  Sp-Count     pic 9(5).
        01  Species-Count      pic 9(5) value zero.

        01  Enclosure-Tally.
            05  Enclosure-Tally-Entry occurs 200 times
                   indexed by En-Idx.
                10  En-Loc       pic X(10).
                10  En-Enc       pic X(10).
                10  En-Count     pic 9(5).
        01  Enclosure-Count    pic 9(5) value zero.

        01  Offender-Tally.
            05  Offender-Entry occurs 1000 times
                   indexed by Of-Idx.
                10  Of-Name      pic X(12).
                10  Of-Species   pic X(15).
                10  Of-Count     pic 9(5).
        01  Offender-Count     pic 9(5) value zero.

        01  ws-found           pic X value "N".
           88 ws-found-yes     value "Y".
        01  ws-found-idx       pic 9(5) value zero.
        01  ws-an-name-key     pic X(12).
        01  ws-species-key     pic X(15).
        01  ws-species-2       pic X(15).
        01  ws-loc-key         pic X(10).
        01  ws-enc-key         pic X(10).
        01  ws-reject-reason   pic X(25).
        01  ws-type-code       pic X(1).
        01  ws-type-name       pic X(10).
        01  ws-time-hh         pic 9(2).
        01  ws-time-mm         pic 9(2).
        01  trans-applied      pic 9(5) value zero.
        01  trans-rejected     pic 9(5) value zero.
        01  ws-severe-logged   pic 9(5) value zero.
        01  ws-month-total     pic 9(5) value zero.
        01  ws-repeat-total    pic 9(5) value zero.
        01  ws-count-format    pic Z(4)9.
        01  ws-count-format2   pic Z(4)9.



       Procedure Division.
       000-main.

           Perform 100-initialize
           Perform 102-Load-Operators
           Perform 110-Load-Animals
           Perform 120-Load-Assignments

           perform until sft-eof-false
              read sftfile
                 at end
                    set sft-eof-false to true
                 not at end
                    perform 300-Apply-Transaction
              end-read
           end-perform

           close sftfile
           close sflfile
           close sfefile
           close excfile

           move trans-applied to ws-count-format
           display "Incidents logged:   " ws-count-format
           move trans-rejected to ws-count-format
           display "Incidents rejected: " ws-count-format

           perform 500-Tally-Month
           perform 600-Print-Safety-Report

           if ws-severe-logged > zero
              move 4 to return-code
           end-if

           stop run.

       100-initialize.
           accept ws-today from date yyyymmdd
           accept parm-month from command-line
           if parm-month = spaces
              move ws-today(1:6) to parm-month
           end-if
           if parm-month is not numeric
                 or parm-month(5:2) < "01" or parm-month(5:2) > "12"
              display "BAD REPORT MONTH: " parm-month
              move 12 to return-code
              stop run
           end-if
           perform varying Ty-Idx from 1 by 1 until Ty-Idx > 5
              move Type-Codes-Init(Ty-Idx:1) to Ty-Code(Ty-Idx)
              move zero to Ty-Count(Ty-Idx)
              move zero to Ty-Severe(Ty-Idx)
           end-perform
           open input sftfile
           if sft-status = "35"
              open output sftfile
              close sftfile
              open input sftfile
           end-if
           open extend sflfile
           if sfl-status = "35"
              open output sflfile
           end-if
           open extend sfefile
           if sfe-status = "35"
              open output sfefile
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

      *>   Every animal on the master, departed or not: an incident
      *>   may be logged after the animal that caused it has gone.
       110-Load-Animals.
           open input infile
           perform until eof-false
              read infile
                 at end
                    set eof-false to true
                 not at end
                    if Animal-Count >= 1000
                       display "ANIMAL TABLE FULL: more than 1000 "
                          "records in lab3-in.dat"
                       move 12 to return-code
                       stop run
                    end-if
                    add 1 to Animal-Count
                    move AnimalName to An-Name(Animal-Count)
                    move function upper-case(
                       function trim(Species))
                       to An-Species(Animal-Count)
                    move spaces to An-Loc(Animal-Count)
                    move spaces to An-Enc(Animal-Count)
              end-read
           end-perform
           close infile.

       120-Load-Assignments.
           open input asnfile
           if asn-status = "00"
              perform until asn-eof-false
                 read asnfile
                    at end
                       set asn-eof-false to true
                    not at end
                       perform 125-Load-Assignment
                 end-read
              end-perform
              close asnfile
           end-if.

       125-Load-Assignment.
           if Assign-Count >= 1000
              display "ASSIGNMENT TABLE FULL: more "
                 "than 1000 rows in lab3-asn.dat"
              move 12 to return-code
              stop run
           end-if
           add 1 to Assign-Count
           move Asn-Location  to As-Loc(Assign-Count)
           move Asn-Enclosure to As-Enc(Assign-Count)
           move Asn-AnimalName to ws-an-name-key
           perform 200-Find-Animal
           if ws-found-yes
              move Asn-Location  to An-Loc(ws-found-idx)
              move Asn-Enclosure to An-Enc(ws-found-idx)
           end-if.

       200-Find-Animal.
           move "N" to ws-found
           move zero to ws-found-idx
           perform varying An-Idx from 1 by 1
                   until An-Idx > Animal-Count or ws-found-yes
              if An-Name(An-Idx) = ws-an-name-key
                 set ws-found-idx to An-Idx
                 move "Y" to ws-found
              end-if
           end-perform.

       210-Find-Enclosure.
           move "N" to ws-found
           perform varying As-Idx from 1 by 1
                   until As-Idx > Assign-Count or ws-found-yes
              if As-Loc(As-Idx) = ws-loc-key
                    and As-Enc(As-Idx) = ws-enc-key
                 move "Y" to ws-found
              end-if
           end-perform.

       220-Type-Name.
           evaluate ws-type-code
              when "B" move "BITE"       to ws-type-name
              when "E" move "ESCAPE"     to ws-type-name
              when "I" move "INJURY"     to ws-type-name
              when "R" move "BREACH"     to ws-type-name
              when "F" move "FIGHT"      to ws-type-name
              when other
                 move "OTHER" to ws-type-name
           end-evaluate.

       300-Apply-Transaction.
           move function upper-case(
              function trim(Sft-Operator)) to ws-opr-key
           perform 103-Find-Operator
           if not ws-opr-found-yes
                 or (ws-opr-role not = "K" and ws-opr-role not = "S")
              move "OPERATOR NOT AUTHORIZED" to ws-reject-reason
              perform 400-Write-Reject
           else
              perform 305-Check-Incident
           end-if.

       305-Check-Incident.
           if Sft-Time is numeric
              move Sft-Time(1:2) to ws-time-hh
              move Sft-Time(3:2) to ws-time-mm
           end-if
           evaluate true
              when Sft-Date is not numeric or Sft-Date = zero
                    or Sft-Date > ws-today
                 move "BAD INCIDENT DATE" to ws-reject-reason
                 perform 400-Write-Reject
              when Sft-Time is not numeric
                    or ws-time-hh > 23 or ws-time-mm > 59
                 move "BAD INCIDENT TIME" to ws-reject-reason
                 perform 400-Write-Reject
              when Sft-Type not = "B" and Sft-Type not = "E"
                    and Sft-Type not = "I" and Sft-Type not = "R"
                    and Sft-Type not = "F"
                 move "UNKNOWN INCIDENT TYPE" to ws-reject-reason
                 perform 400-Write-Reject
              when Sft-Severity is not numeric
                    or Sft-Severity < 1 or Sft-Severity > 5
                 move "BAD SEVERITY" to ws-reject-reason
                 perform 400-Write-Reject
              when Sft-Animal-1 = spaces
                    and (Sft-Type = "B" or Sft-Type = "E"
                         or Sft-Type = "F")
                 move "ANIMAL REQUIRED" to ws-reject-reason
                 perform 400-Write-Reject
              when Sft-Type = "F" and Sft-Animal-2 = spaces
                 move "SECOND ANIMAL REQUIRED" to ws-reject-reason
                 perform 400-Write-Reject
              when Sft-Description = spaces
                 move "DESCRIPTION MISSING" to ws-reject-reason
                 perform 400-Write-Reject
              when other
                 perform 310-Check-Animals
           end-evaluate.

       310-Check-Animals.
           move "Y" to ws-found
           if Sft-Animal-1 not = spaces
              move Sft-Animal-1 to ws-an-name-key
              perform 200-Find-Animal
           end-if
           if ws-found-yes and Sft-Animal-2 not = spaces
              move Sft-Animal-2 to ws-an-name-key
              perform 200-Find-Animal
           end-if
           if not ws-found-yes
              move "ANIMAL NOT ON MASTER" to ws-reject-reason
              perform 400-Write-Reject
           else
              perform 320-Check-Enclosure
           end-if.

      *>   A blank enclosure is taken from where the first animal
      *>   is housed; one keyed in must be an assigned enclosure.
       320-Check-Enclosure.
           move function upper-case(
              function trim(Sft-Location)) to ws-loc-key
           move function upper-case(
              function trim(Sft-Enclosure)) to ws-enc-key
           if ws-enc-key = spaces and Sft-Animal-1 not = spaces
              move Sft-Animal-1 to ws-an-name-key
              perform 200-Find-Animal
              move An-Loc(ws-found-idx) to ws-loc-key
              move An-Enc(ws-found-idx) to ws-enc-key
           end-if
           if ws-enc-key = spaces
              move "ENCLOSURE MISSING" to ws-reject-reason
              perform 400-Write-Reject
           else
              perform 210-Find-Enclosure
              if not ws-found-yes
                 move "UNKNOWN ENCLOSURE" to ws-reject-reason
                 perform 400-Write-Reject
              else
                 perform 330-Log-Incident
              end-if
           end-if.

       330-Log-Incident.
           move spaces to Sfl-Record
           move Sft-Date        to Sfl-Date
           move Sft-Time        to Sfl-Time
           move Sft-Type        to Sfl-Type
           move Sft-Severity    to Sfl-Severity
           move Sft-Animal-1    to Sfl-Animal-1
           move Sft-Animal-2    to Sfl-Animal-2
           move ws-loc-key      to Sfl-Location
           move ws-enc-key      to Sfl-Enclosure
           move Sft-Operator    to Sfl-Operator
           move Sft-Description to Sfl-Description
           write Sfl-Record
           add 1 to trans-applied
           if Sft-Severity >= 4
              perform 870-Write-Exception
           end-if.

       400-Write-Reject.
           move spaces to Sfe-Record
           move ws-reject-reason to Sfe-Reason
           move Sft-Date         to Sfe-Date
           move Sft-Type         to Sfe-Type
           move Sft-Animal-1     to Sfe-Animal-1
           move Sft-Enclosure    to Sfe-Enclosure
           write Sfe-Record
           add 1 to trans-rejected.

      *>   The month's incidents are read back from the ledger,
      *>   including any logged on earlier runs.
       500-Tally-Month.
           move "N" to sfl-eof
           open input sflfile
           if sfl-status = "00"
              display " "
              display "Safety report for " parm-month
              display " "
              display "Incidents:"
              perform until sfl-eof-false
                 read sflfile
                    at end
                       set sfl-eof-false to true
                    not at end
                       if Sfl-Date(1:6) = parm-month
                          perform 510-Tally-Incident
                       end-if
                 end-read
              end-perform
              close sflfile
           end-if.

       510-Tally-Incident.
           add 1 to ws-month-total
           move Sfl-Type to ws-type-code
           perform 220-Type-Name
           display "  " Sfl-Date " " Sfl-Time " " ws-type-name
              " sev " Sfl-Severity " " Sfl-Location " "
              Sfl-Enclosure " " Sfl-Animal-1 " " Sfl-Animal-2
           display "      " Sfl-Description " (" Sfl-Operator ")"
           perform varying Ty-Idx from 1 by 1 until Ty-Idx > 5
              if Ty-Code(Ty-Idx) = Sfl-Type
                 add 1 to Ty-Count(Ty-Idx)
                 if Sfl-Severity >= 4
                    add 1 to Ty-Severe(Ty-Idx)
                 end-if
              end-if
           end-perform
           perform 530-Tally-Enclosure
           move spaces to ws-species-2
           if Sfl-Animal-1 not = spaces
              move Sfl-Animal-1 to ws-an-name-key
              perform 540-Tally-Animal
              move ws-species-key to ws-species-2
           end-if
           if Sfl-Animal-2 not = spaces
              move Sfl-Animal-2 to ws-an-name-key
              perform 540-Tally-Animal
           end-if.

      *>   An incident counts once against each species involved,
      *>   so a fight between two zebras is one zebra incident.
       520-Tally-Species.
           move "N" to ws-found
           perform varying Sp-Idx from 1 by 1
                   until Sp-Idx > Species-Count or ws-found-yes
              if Sp-Name(Sp-Idx) = ws-species-key
                 move "Y" to ws-found
                 add 1 to Sp-Count(Sp-Idx)
              end-if
           end-perform
           if not ws-found-yes
              if Species-Count >= 200
                 display "SPECIES TABLE FULL: more than 200 "
                    "species in the month's incidents"
                 move 12 to return-code
                 stop run
              end-if
              add 1 to Species-Count
              move ws-species-key to Sp-Name(Species-Count)
              move 1 to Sp-Count(Species-Count)
           end-if.

       530-Tally-Enclosure.
           move "N" to ws-found
           perform varying En-Idx from 1 by 1
                   until En-Idx > Enclosure-Count or ws-found-yes
              if En-Loc(En-Idx) = Sfl-Location
                    and En-Enc(En-Idx) = Sfl-Enclosure
                 move "Y" to ws-found
                 add 1 to En-Count(En-Idx)
              end-if
           end-perform
           if not ws-found-yes
              if Enclosure-Count >= 200
                 display "ENCLOSURE TABLE FULL: more than 200 "
                    "enclosures in the month's incidents"
                 move 12 to return-code
                 stop run
              end-if
              add 1 to Enclosure-Count
              move Sfl-Location  to En-Loc(Enclosure-Count)
              move Sfl-Enclosure to En-Enc(Enclosure-Count)
              move 1 to En-Count(Enclosure-Count)
           end-if.

       540-Tally-Animal.
           perform 200-Find-Animal
           if ws-found-yes
              move An-Species(ws-found-idx) to ws-species-key
           else
              move "UNKNOWN" to ws-species-key
           end-if
           if ws-species-key not = ws-species-2
              perform 520-Tally-Species
           end-if
           move "N" to ws-found
           perform varying Of-Idx from 1 by 1
                   until Of-Idx > Offender-Count or ws-found-yes
              if Of-Name(Of-Idx) = ws-an-name-key
                 move "Y" to ws-found
                 add 1 to Of-Count(Of-Idx)
              end-if
           end-perform
           if not ws-found-yes
              if Offender-Count >= 1000
                 display "ANIMAL TALLY FULL: more than 1000 "
                    "animals in the month's incidents"
                 move 12 to return-code
                 stop run
              end-if
              add 1 to Offender-Count
              move ws-an-name-key to Of-Name(Offender-Count)
              move ws-species-key to Of-Species(Offender-Count)
              move 1 to Of-Count(Offender-Count)
           end-if.

       600-Print-Safety-Report.
           if ws-month-total = zero
              display " "
              display "No incidents recorded for " parm-month
           end-if
           display " "
           display "By incident type:       incidents  severe"
           perform varying Ty-Idx from 1 by 1 until Ty-Idx > 5
              move Ty-Code(Ty-Idx) to ws-type-code
              perform 220-Type-Name
              move Ty-Count(Ty-Idx)  to ws-count-format
              move Ty-Severe(Ty-Idx) to ws-count-format2
              display "  " ws-type-name "             "
                 ws-count-format "   " ws-count-format2
           end-perform
           display " "
           display "By species:"
           perform varying Sp-Idx from 1 by 1
                   until Sp-Idx > Species-Count
              move Sp-Count(Sp-Idx) to ws-count-format
              display "  " Sp-Name(Sp-Idx) "         "
                 ws-count-format
           end-perform
           display " "
           display "By enclosure:"
           perform varying En-Idx from 1 by 1
                   until En-Idx > Enclosure-Count
              move En-Count(En-Idx) to ws-count-format
              display "  " En-Loc(En-Idx) " " En-Enc(En-Idx)
                 "     " ws-count-format
           end-perform
           display " "
           display "Repeat offenders:"
           perform varying Of-Idx from 1 by 1
                   until Of-Idx > Offender-Count
              if Of-Count(Of-Idx) > 1
                 add 1 to ws-repeat-total
                 move Of-Count(Of-Idx) to ws-count-format
                 display "  " Of-Name(Of-Idx) " " Of-Species(Of-Idx)
                    " " ws-count-format " incidents"
                    "  *** REPEAT OFFENDER ***"
              end-if
           end-perform
           if ws-repeat-total = zero
              display "  None."
           end-if
           display " "
           move ws-month-total to ws-count-format
           display "  Incidents in month:    " ws-count-format
           move ws-severe-logged to ws-count-format
           display "  Severe logged this run:" ws-count-format.

       870-Write-Exception.
           move Sft-Type to ws-type-code
           perform 220-Type-Name
           move spaces to Exc-Record
           accept Exc-Run-Date from date yyyymmdd
           accept Exc-Run-Time from time
           move "LAB4V" to Exc-Program
           move ws-type-name    to Exc-Class
           move "HIGH SEVERITY" to Exc-Condition
           move Sft-Severity    to Exc-Actual
           move 3               to Exc-Limit
           write Exc-Record
           add 1 to ws-severe-logged
           display "  HIGH SEVERITY " ws-type-name " "
              Sft-Animal-1 " " ws-enc-key.
