       Identification Division.
       Program-id.          Lab4t.

      *      Name: Tyler Zysberg. Description: LAB4t.Identifier
      *>     cross-reference: maintains lab3-chp.dat (animal, ID type
      *>     C transponder chip / T ear tag / B leg band, ID value,
      *>     date applied) from the transactions in lab3-cht.dat --
      *>     A records a new identifier, C replaces the value of an
      *>     animal's identifier of that type (a chip that failed or
      *>     a lost tag), D removes an identifier keyed in error --
      *>     rejecting bad ones to lab3-che.dat with a reason and
      *>     auditing every applied change to lab3-cha.dat. Keepers
      *>     and supervisors may add and change; removal is a
      *>     supervisor action. Then runs the nightly identifier
      *>     check: any ID value carried by two animals and any
      *>     active or quarantined animal with no identifier at all
      *>     is listed, written to lab3-exc.dat under the animal's
      *>     class, and ends the run with return code 4. Lab3f and
      *>     the Lab3q inquiry read lab3-chp.dat to look an animal
      *>     up by the number on a scanned chip or tag.
      *>     2026-10-15  TZ  Initial version.

       environment division.
       input-output section.
       file-control.
            select infile assign to "lab3-in.dat"
                organization is line sequential.

            select chpfile assign to "lab3-chp.dat"
                organization is line sequential
                file status is chp-status.

            select chtfile assign to "lab3-cht.dat"
                organization is line sequential
                file status is cht-status.

            select chefile assign to "lab3-che.dat"
                organization is line sequential
                file status is che-status.

            select chafile assign to "lab3-cha.dat"
                organization is line sequential
                file status is cha-status.

            select oprfile assign to "lab3-opr.dat"
                organization is line sequential
                file status is opr-status.

            select clsfile assign to "lab3-cls.dat"
                organization is line sequential
                file status is cls-status.

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

       Fd chpfile.
       01    Chp-Record.
         05    Chp-AnimalName   Pic X(12).
         05    Filler           Pic X(1) value space.
         05    Chp-Type         Pic X(1).
         05    Filler           Pic X(1) value space.
         05    Chp-Value        Pic X(15).
         05    Filler           Pic X(1) value space.
         05    Chp-Date         Pic 9(8).

       Fd chtfile.
       01    Cht-Record.
         05    Cht-Action       Pic X(1).
         05    Cht-AnimalName   Pic X(12).
         05    Cht-Type         Pic X(1).
         05    Cht-Value        Pic X(15).
         05    Cht-Date         Pic 9(8).
         05    Cht-Operator     Pic X(8).

       Fd chefile.
       01    Che-Record.
         05    Che-Reason       Pic X(25).
         05    Filler           Pic X(1) value space.
         05    Che-Action       Pic X(1).
         05    Filler           Pic X(1) value space.
         05    Che-AnimalName   Pic X(12).
         05    Filler           Pic X(1) value space.
         05    Che-Type         Pic X(1).
         05    Filler           Pic X(1) value space.
         05    Che-Value        Pic X(15).

       Fd chafile.
       01    Cha-Record.
         05    Cha-Run-Date     Pic 9(8).
         05    Filler           Pic X(1) value space.
         05    Cha-Run-Time     Pic 9(8).
         05    Filler           Pic X(1) value space.
         05    Cha-Action       Pic X(1).
         05    Filler           Pic X(1) value space.
         05    Cha-AnimalName   Pic X(12).
         05    Filler           Pic X(1) value space.
         05    Cha-Operator     Pic X(8).
         05    Filler           Pic X(1) value space.
         05    Cha-Image        Pic X(45).

       Fd oprfile.
       01    Opr-Record.
         05    Opr-Id           Pic X(8).
         05    Opr-Role         Pic X(1).
         05    Opr-Name         Pic X(20).

       Fd clsfile.
       01    Cls-Record.
         05    Cls-Species      Pic X(15).
         05    Cls-Class        Pic X(10).

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
        01  chp-status        pic X(2).
        01  cht-status        pic X(2).
        01  che-status        pic X(2).
        01  cha-status        pic X(2).
        01  cls-status        pic X(2).
        01  exc-status        pic X(2).
        01  eof               pic X value "N".
           88 eof-false       value "Y".
        01  chp-eof           pic X value "N".
           88 chp-eof-false   value "Y".
        01  cht-eof           pic X value "N".
           88 cht-eof-false   value "Y".
        01  cls-eof           pic X value "N".
           88 cls-eof-false   value "Y".
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

        01  Name-Table.
            05  Name-Entry occurs 1000 times indexed by Nm-Idx.
                10  Nm-Name    pic X(12).
                10  Nm-Species pic X(15).
                10  Nm-Status  pic X(1).
        01  Name-Count         pic 9(5) value zero.

        01  Class-Table.
            05  Class-Entry occurs 60 times indexed by Cls-Idx.
                10  Tbl-Species   pic X(15).
                10  Tbl-Class     pic X(10).
        01  Class-Count       pic 999 value zero.
        01  ws-species-class  pic X(10).
        01  ws-species-key    pic X(15).
        01  ws-cls-found      pic X value "N".
           88 ws-cls-found-yes value "Y".

        01  Ident-Table.
            05  Ident-Entry occurs 2000 times
                   indexed by Id-Idx Id-Idx2.
                10  Id-Name       pic X(12).
                10  Id-Type       pic X(1).
                10  Id-Value      pic X(15).
                10  Id-Date       pic 9(8).
                10  Id-Deleted    pic X(1).
        01  Ident-Count        pic 9(5) value zero.

        01  ws-found           pic X value "N".
           88 ws-found-yes     value "Y".
        01  ws-found-idx       pic 9(5) value zero.
        01  ws-value-found     pic X value "N".
           88 ws-value-found-yes value "Y".
        01  ws-name-found      pic X value "N".
           88 ws-name-found-yes value "Y".
        01  ws-value-key       pic X(15).
        01  ws-reject-reason   pic X(25).
        01  trans-applied      pic 9(5) value zero.
        01  trans-rejected     pic 9(5) value zero.
        01  ws-dup-count       pic 9(5) value zero.
        01  ws-dup-total       pic 9(5) value zero.
        01  ws-noid-total      pic 9(5) value zero.
        01  ws-count-format    pic Z(4)9.
        01  ws-exc-class       pic X(10).
        01  ws-exc-condition   pic X(14).
        01  ws-exc-actual      pic 9(5) value zero.
        01  ws-exc-limit       pic 9(5) value zero.



       Procedure Division.
       000-main.

           Perform 100-initialize
           Perform 102-Load-Operators
           Perform 110-Load-Names
           Perform 115-Load-Classes
           Perform 120-Load-Idents

           perform until cht-eof-false
              read chtfile
                 at end
                    set cht-eof-false to true
                 not at end
                    perform 300-Apply-Transaction
              end-read
           end-perform

           perform 700-Rewrite-Idents

           move trans-applied to ws-count-format
           display "Identifier changes applied:  " ws-count-format
           move trans-rejected to ws-count-format
           display "Identifier changes rejected: " ws-count-format

           perform 600-Check-Idents

           perform 999-finalize

           if ws-dup-total > zero or ws-noid-total > zero
              move 4 to return-code
           end-if

           stop run.

       100-initialize.
           accept ws-today from date yyyymmdd
           open input chtfile
           if cht-status = "35"
              open output chtfile
              close chtfile
              open input chtfile
           end-if
           open extend chefile
           if che-status = "35"
              open output chefile
           end-if
           open extend chafile
           if cha-status = "35"
              open output chafile
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

       110-Load-Names.
           open input infile
           perform until eof-false
              read infile
                 at end
                    set eof-false to true
                 not at end
                    if Name-Count >= 1000
                       display "NAME TABLE FULL: more than 1000 "
                          "records in lab3-in.dat"
                       move 12 to return-code
                       stop run
                    end-if
                    add 1 to Name-Count
                    move AnimalName   to Nm-Name(Name-Count)
                    move Species      to Nm-Species(Name-Count)
                    move AnimalStatus to Nm-Status(Name-Count)
              end-read
           end-perform
           close infile.

       115-Load-Classes.
           open input clsfile
           if cls-status = "00"
              perform until cls-eof-false
                 read clsfile
                    at end
                       set cls-eof-false to true
                    not at end
                       if Class-Count >= 60
                          display "CLASS TABLE FULL: more than "
                             "60 species in lab3-cls.dat"
                          move 12 to return-code
                          stop run
                       end-if
                       add 1 to Class-Count
                       move function upper-case(
                          function trim(Cls-Species))
                          to Tbl-Species(Class-Count)
                       move Cls-Class to Tbl-Class(Class-Count)
                 end-read
              end-perform
              close clsfile
           end-if.

       120-Load-Idents.
           open input chpfile
           if chp-status = "00"
              perform until chp-eof-false
                 read chpfile
                    at end
                       set chp-eof-false to true
                    not at end
                       if Ident-Count >= 2000
                          display "IDENTIFIER TABLE FULL: more "
                             "than 2000 rows in lab3-chp.dat"
                          move 12 to return-code
                          stop run
                       end-if
                       add 1 to Ident-Count
                       move Chp-AnimalName to Id-Name(Ident-Count)
                       move Chp-Type       to Id-Type(Ident-Count)
                       move Chp-Value      to Id-Value(Ident-Count)
                       move Chp-Date       to Id-Date(Ident-Count)
                       move "N"            to Id-Deleted(Ident-Count)
                 end-read
              end-perform
              close chpfile
           end-if.

       160-Find-Class.
           move spaces to ws-species-class
           move function upper-case(
              function trim(Nm-Species(Nm-Idx))) to ws-species-key
           move "N" to ws-cls-found
           perform varying Cls-Idx from 1 by 1
                   until Cls-Idx > Class-Count or ws-cls-found-yes
              if Tbl-Species(Cls-Idx) = ws-species-key
                 move Tbl-Class(Cls-Idx) to ws-species-class
                 move "Y" to ws-cls-found
              end-if
           end-perform
           if not ws-cls-found-yes
              move "OTHER" to ws-species-class
           end-if.

       200-Find-Name.
           move "N" to ws-name-found
           perform varying Nm-Idx from 1 by 1
                   until Nm-Idx > Name-Count or ws-name-found-yes
              if Nm-Name(Nm-Idx) = Cht-AnimalName
                 move "Y" to ws-name-found
              end-if
           end-perform.

      *>   The animal's current identifier of the transaction's
      *>   type; an animal carries at most one of each type.
       210-Find-Ident.
           move "N" to ws-found
           move zero to ws-found-idx
           perform varying Id-Idx from 1 by 1
                   until Id-Idx > Ident-Count or ws-found-yes
              if Id-Name(Id-Idx) = Cht-AnimalName
                    and Id-Type(Id-Idx) = Cht-Type
                    and Id-Deleted(Id-Idx) = "N"
                 set ws-found-idx to Id-Idx
                 move "Y" to ws-found
              end-if
           end-perform.

      *>   Any live row already carrying the value, on any animal.
       220-Find-Value.
           move "N" to ws-value-found
           perform varying Id-Idx from 1 by 1
                   until Id-Idx > Ident-Count or ws-value-found-yes
              if Id-Value(Id-Idx) = ws-value-key
                    and Id-Deleted(Id-Idx) = "N"
                 move "Y" to ws-value-found
              end-if
           end-perform.

       300-Apply-Transaction.
           move function upper-case(
              function trim(Cht-Operator)) to ws-opr-key
           perform 103-Find-Operator
           evaluate true
              when not ws-opr-found-yes
                 move "OPERATOR NOT AUTHORIZED" to ws-reject-reason
                 perform 400-Write-Reject
              when ws-opr-role not = "K" and ws-opr-role not = "S"
                 move "OPERATOR NOT AUTHORIZED" to ws-reject-reason
                 perform 400-Write-Reject
              when Cht-Action = "D" and ws-opr-role not = "S"
                 move "SUPERVISOR REQUIRED" to ws-reject-reason
                 perform 400-Write-Reject
              when other
                 perform 305-Apply-Authorized
           end-evaluate.

       305-Apply-Authorized.
           move function upper-case(
              function trim(Cht-Value)) to ws-value-key
           move function upper-case(Cht-Type) to Cht-Type
           perform 210-Find-Ident
           evaluate Cht-Action
              when "A"
                 perform 310-Apply-Add
              when "C"
                 perform 320-Apply-Change
              when "D"
                 perform 330-Apply-Delete
              when other
                 move "UNKNOWN ACTION CODE" to ws-reject-reason
                 perform 400-Write-Reject
           end-evaluate.

      *>   A value already on file is refused at the door; the
      *>   nightly check still catches duplicates keyed in before
      *>   this edit existed or loaded by hand.
       310-Apply-Add.
           perform 200-Find-Name
           perform 220-Find-Value
           evaluate true
              when not ws-name-found-yes
                 move "ANIMAL NOT ON MASTER" to ws-reject-reason
                 perform 400-Write-Reject
              when Cht-Type not = "C" and Cht-Type not = "T"
                    and Cht-Type not = "B"
                 move "BAD ID TYPE" to ws-reject-reason
                 perform 400-Write-Reject
              when ws-value-key = spaces
                 move "ID VALUE MISSING" to ws-reject-reason
                 perform 400-Write-Reject
              when ws-found-yes
                 move "TYPE ALREADY HELD" to ws-reject-reason
                 perform 400-Write-Reject
              when ws-value-found-yes
                 move "ID ALREADY ASSIGNED" to ws-reject-reason
                 perform 400-Write-Reject
              when other
                 if Ident-Count >= 2000
                    display "IDENTIFIER TABLE FULL: cannot add "
                       Cht-AnimalName
                    move 12 to return-code
                    stop run
                 end-if
                 add 1 to Ident-Count
                 move Cht-AnimalName to Id-Name(Ident-Count)
                 move Cht-Type       to Id-Type(Ident-Count)
                 move ws-value-key   to Id-Value(Ident-Count)
                 if Cht-Date is numeric and Cht-Date > zero
                    move Cht-Date to Id-Date(Ident-Count)
                 else
                    move ws-today to Id-Date(Ident-Count)
                 end-if
                 move "N"            to Id-Deleted(Ident-Count)
                 perform 500-Write-Audit
           end-evaluate.

      *>   A replacement chip or tag: the new value and the date it
      *>   went in overwrite the old row.
       320-Apply-Change.
           perform 220-Find-Value
           evaluate true
              when not ws-found-yes
                 move "NO ID OF THAT TYPE" to ws-reject-reason
                 perform 400-Write-Reject
              when ws-value-key = spaces
                 move "ID VALUE MISSING" to ws-reject-reason
                 perform 400-Write-Reject
              when ws-value-found-yes
                 move "ID ALREADY ASSIGNED" to ws-reject-reason
                 perform 400-Write-Reject
              when other
                 move ws-value-key to Id-Value(ws-found-idx)
                 if Cht-Date is numeric and Cht-Date > zero
                    move Cht-Date to Id-Date(ws-found-idx)
                 else
                    move ws-today to Id-Date(ws-found-idx)
                 end-if
                 perform 500-Write-Audit
           end-evaluate.

       330-Apply-Delete.
           if not ws-found-yes
              move "NO ID OF THAT TYPE" to ws-reject-reason
              perform 400-Write-Reject
           else
              move "Y" to Id-Deleted(ws-found-idx)
              perform 500-Write-Audit
           end-if.

       400-Write-Reject.
           move spaces to Che-Record
           move ws-reject-reason to Che-Reason
           move Cht-Action       to Che-Action
           move Cht-AnimalName   to Che-AnimalName
           move Cht-Type         to Che-Type
           move Cht-Value        to Che-Value
           write Che-Record
           add 1 to trans-rejected.

       500-Write-Audit.
           move spaces to Cha-Record
           accept Cha-Run-Date from date yyyymmdd
           accept Cha-Run-Time from time
           move Cht-Action     to Cha-Action
           move Cht-AnimalName to Cha-AnimalName
           move Cht-Operator   to Cha-Operator
           move Cht-Record     to Cha-Image
           write Cha-Record
           add 1 to trans-applied.

      *>   Nightly identifier check, run over the file as just
      *>   rewritten.
       600-Check-Idents.
           display " "
           display "Identifier check as of " ws-today
           perform 610-Check-Duplicates
           perform 620-Check-Missing
           move ws-dup-total to ws-count-format
           display "  Duplicate ID values:     " ws-count-format
           move ws-noid-total to ws-count-format
           display "  Animals with no ID:      " ws-count-format.

      *>   Each duplicated value is reported once, against the
      *>   first row that carries it.
       610-Check-Duplicates.
           perform varying Id-Idx from 1 by 1
                   until Id-Idx > Ident-Count
              if Id-Deleted(Id-Idx) = "N"
                 move Id-Value(Id-Idx) to ws-value-key
                 move 1 to ws-dup-count
                 move "N" to ws-found
                 perform varying Id-Idx2 from 1 by 1
                         until Id-Idx2 > Ident-Count
                    if Id-Idx2 not = Id-Idx
                          and Id-Deleted(Id-Idx2) = "N"
                          and Id-Value(Id-Idx2) = ws-value-key
                       if Id-Idx2 < Id-Idx
                          move "Y" to ws-found
                       else
                          add 1 to ws-dup-count
                       end-if
                    end-if
                 end-perform
                 if ws-dup-count > 1 and not ws-found-yes
                    perform 615-Report-Duplicate
                 end-if
              end-if
           end-perform.

       615-Report-Duplicate.
           add 1 to ws-dup-total
           display "  DUPLICATE ID " ws-value-key " on:"
           perform varying Id-Idx2 from Id-Idx by 1
                   until Id-Idx2 > Ident-Count
              if Id-Deleted(Id-Idx2) = "N"
                    and Id-Value(Id-Idx2) = ws-value-key
                 display "      " Id-Name(Id-Idx2) " type "
                    Id-Type(Id-Idx2) " applied " Id-Date(Id-Idx2)
              end-if
           end-perform
           move Id-Name(Id-Idx) to Cht-AnimalName
           perform 200-Find-Name
           if ws-name-found-yes
              set Nm-Idx down by 1
              perform 160-Find-Class
           else
              move "OTHER" to ws-species-class
           end-if
           move ws-species-class to ws-exc-class
           move "DUPLICATE ID"   to ws-exc-condition
           move ws-dup-count     to ws-exc-actual
           move 1                to ws-exc-limit
           perform 870-Write-Exception.

      *>   Departed animals need no identifier; active and
      *>   quarantined animals on the grounds do.
       620-Check-Missing.
           perform varying Nm-Idx from 1 by 1
                   until Nm-Idx > Name-Count
              if Nm-Status(Nm-Idx) = "A" or Nm-Status(Nm-Idx) = space
                    or Nm-Status(Nm-Idx) = "Q"
                 move "N" to ws-found
                 perform varying Id-Idx from 1 by 1
                         until Id-Idx > Ident-Count or ws-found-yes
                    if Id-Name(Id-Idx) = Nm-Name(Nm-Idx)
                          and Id-Deleted(Id-Idx) = "N"
                       move "Y" to ws-found
                    end-if
                 end-perform
                 if not ws-found-yes
                    add 1 to ws-noid-total
                    display "  NO ID        " Nm-Name(Nm-Idx) " "
                       Nm-Species(Nm-Idx)
                    perform 160-Find-Class
                    move ws-species-class to ws-exc-class
                    move "NO ID"          to ws-exc-condition
                    move zero             to ws-exc-actual
                    move 1                to ws-exc-limit
                    perform 870-Write-Exception
                 end-if
              end-if
           end-perform.

       700-Rewrite-Idents.
           open output chpfile
           perform varying Id-Idx from 1 by 1
                   until Id-Idx > Ident-Count
              if Id-Deleted(Id-Idx) = "N"
                 move spaces to Chp-Record
                 move Id-Name(Id-Idx)  to Chp-AnimalName
                 move Id-Type(Id-Idx)  to Chp-Type
                 move Id-Value(Id-Idx) to Chp-Value
                 move Id-Date(Id-Idx)  to Chp-Date
                 write Chp-Record
              end-if
           end-perform
           close chpfile.

       870-Write-Exception.
           move spaces to Exc-Record
           accept Exc-Run-Date from date yyyymmdd
           accept Exc-Run-Time from time
           move "LAB4T" to Exc-Program
           move ws-exc-class     to Exc-Class
           move ws-exc-condition to Exc-Condition
           move ws-exc-actual    to Exc-Actual
           move ws-exc-limit     to Exc-Limit
           write Exc-Record.

       999-finalize.
           close chtfile
           close chefile
           close chafile
           close excfile.
