        identification division.
        program-id. activity.

        environment division.
        input-output section.
        file-control.
            select REG-FILE assign "CITYREG.DAT"
                organization line sequential
                file status is WS-FileStatus-STR.
            select OPR-FILE assign "CITYOPR.DAT"
                organization line sequential
                file status is WS-FileStatus-STR.
            select ARC-FILE assign using WS-ArcFile-STR
                organization line sequential
                file status is WS-FileStatus-STR.
            select JRN-FILE assign using WS-JrnFile-STR
                organization line sequential
                file status is WS-FileStatus-STR.
            select ACT-FILE assign "CITYACT.DAT"
                organization line sequential
                file status is WS-FileStatus-STR.

        data division.

        file section.

        *> City registry, shared with the game - every city on it
        *> has its journals read
        fd REG-FILE.
        01 REG-Record             pic x(60).

        *> Operator file, shared with the game: ID 1:8, name 10:20,
        *> permission level 31:1
        fd OPR-FILE.
        01 OPR-Record             pic x(40).

        *> A city's archive index, written by the period close - the
        *> archived journal's file name sits at 13:28
        fd ARC-FILE.
        01 ARC-Record             pic x(104).

        *> A journal, live or archived, laid out as the game writes
        *> it - the operator signed on rides at 73:8
        fd JRN-FILE.
        01 JRN-Record             pic x(80).

        *> The activity report this program leaves behind
        fd ACT-FILE.
        01 ACT-Record             pic x(80).

        working-storage section.

        *> One city's file names, rebuilt from its prefix
        01 WS-ArcFile-STR       pic x(20) value "CITYARC.DAT".
        01 WS-JrnFile-STR       pic x(40) value "CITYJRN.DAT".

        01 WS-CityPrefix-STR    pic x(8) value "CITY".
        01 WS-RegCount-NUM      pic 9(2) value 0.
        01 WS-RegMax-NUM        pic 9(2) value 20.
        01 WS-Registry.
            05 WS-Reg-Entry occurs 20 times.
                10 WS-RegName-STR   pic x(20).
                10 WS-RegPrefix-STR pic x(8).
        01 WS-RegLoop-NUM       pic 9(2) value 0.

        01 WS-EOF-BOOL          pic 9 value 0.
        01 WS-ArcEOF-BOOL       pic 9 value 0.
        01 WS-FileStatus-STR    pic x(2).

        *> The operator file, for names and levels on the report
        01 WS-OperatorCount-NUM pic 9(3) value 0.
        01 WS-OperatorMax-NUM   pic 9(3) value 100.
        01 WS-Operators.
            05 WS-Operator-Entry occurs 100 times.
                10 WS-OprId-STR     pic x(8).
                10 WS-OprName-STR   pic x(20).
                10 WS-OprLevel-STR  pic x(1).
        01 WS-OprLoop-NUM       pic 9(3) value 0.
        01 WS-OprFound-NUM      pic 9(3) value 0.

        *> Activity per operator, city and day, kept in key order
        *> as it is posted so the report reads straight down it.
        *> Net spend is what left the budget less what came back,
        *> over placements, demolitions, repairs and undos; bond
        *> money is borrowed, not spent, and is shown on its own
        01 WS-ActCount-NUM      pic 9(4) value 0.
        01 WS-ActMax-NUM        pic 9(4) value 2000.
        01 WS-Activity.
            05 WS-Act-Entry occurs 2000 times.
                10 WS-ActKey-STR.
                    15 WS-ActOpr-STR    pic x(8).
                    15 WS-ActCity-STR   pic x(8).
                    15 WS-ActDate-STR   pic x(8).
                10 WS-ActPlaced-NUM     pic 9(5).
                10 WS-ActDemol-NUM      pic 9(5).
                10 WS-ActRepair-NUM     pic 9(5).
                10 WS-ActUndo-NUM       pic 9(5).
                10 WS-ActBonds-NUM      pic 9(4).
                10 WS-ActBondAmt-NUM    pic 9(8).
                10 WS-ActNet-NUM        pic s9(9).
        01 WS-ActLoop-NUM       pic 9(4) value 0.
        01 WS-ActPos-NUM        pic 9(4) value 0.
        01 WS-ActShift-NUM      pic 9(4) value 0.
        01 WS-ActDropped-NUM    pic 9(6) value 0.
        01 WS-NewKey-STR.
            05 WS-NewOpr-STR    pic x(8).
            05 WS-NewCity-STR   pic x(8).
            05 WS-NewDate-STR   pic x(8).

        *> Running totals for one operator, and for the whole run
        01 WS-OprPlaced-NUM     pic 9(6) value 0.
        01 WS-OprDemol-NUM      pic 9(6) value 0.
        01 WS-OprRepair-NUM     pic 9(6) value 0.
        01 WS-OprUndo-NUM       pic 9(6) value 0.
        01 WS-OprBonds-NUM      pic 9(5) value 0.
        01 WS-OprBondAmt-NUM    pic 9(8) value 0.
        01 WS-OprNet-NUM        pic s9(9) value 0.
        01 WS-AllPlaced-NUM     pic 9(6) value 0.
        01 WS-AllDemol-NUM      pic 9(6) value 0.
        01 WS-AllRepair-NUM     pic 9(6) value 0.
        01 WS-AllUndo-NUM       pic 9(6) value 0.
        01 WS-AllBonds-NUM      pic 9(5) value 0.
        01 WS-AllBondAmt-NUM    pic 9(8) value 0.
        01 WS-AllNet-NUM        pic s9(9) value 0.
        01 WS-OperatorsShown-NUM pic 9(4) value 0.
        01 WS-CurOpr-STR        pic x(8) value spaces.

        *> Journal reading counts
        01 WS-FileRecords-NUM   pic 9(6) value 0.
        01 WS-RecordsRead-NUM   pic 9(8) value 0.
        01 WS-RecordsPosted-NUM pic 9(8) value 0.
        01 WS-FilesRead-NUM     pic 9(4) value 0.
        01 WS-Amount-NUM        pic 9(5) value 0.

        01 WS-RunDate-NUM       pic 9(8) value 0.

        *> One line's worth of figures, moved in before the line is
        *> laid out
        01 WS-LinePlaced-NUM    pic 9(6) value 0.
        01 WS-LineDemol-NUM     pic 9(6) value 0.
        01 WS-LineRepair-NUM    pic 9(6) value 0.
        01 WS-LineUndo-NUM      pic 9(6) value 0.
        01 WS-LineBonds-NUM     pic 9(5) value 0.
        01 WS-LineBondAmt-NUM   pic 9(8) value 0.
        01 WS-LineNet-NUM       pic s9(9) value 0.

        01 WS-CountEdit-STR     pic z(4)9.
        01 WS-BondEdit-STR      pic z(3)9.
        01 WS-BondAmtEdit-STR   pic z(7)9.
        01 WS-NetEdit-STR       pic -(8)9.
        01 WS-RecordsEdit-STR   pic z(7)9.
        01 WS-LevelText-STR     pic x(16) value spaces.

        copy rl-bool.

        procedure division.
        main-procedure.

        accept WS-RunDate-NUM from date yyyymmdd.

        perform load-registry.
        perform load-operators.

        open output ACT-FILE.
        perform write-heading.

        perform varying WS-RegLoop-NUM from 1 by 1
            until WS-RegLoop-NUM > WS-RegCount-NUM
            perform read-city-journals
        end-perform.

        perform write-activity.
        perform write-totals.
        close ACT-FILE.

        goback.

        *> Every registered city, in registry order. An empty or
        *> missing registry is the classic single city under the
        *> CITY prefix, as the game plays it
        load-registry section.
            move 0 to WS-EOF-BOOL
            open input REG-FILE
            if WS-FileStatus-STR = "00" or WS-FileStatus-STR = " "
                perform until WS-EOF-BOOL = rl-true
                    or WS-RegCount-NUM >= WS-RegMax-NUM
                    read REG-FILE into REG-Record
                        at end
                            move rl-true to WS-EOF-BOOL
                        not at end
                            if REG-Record(1:20) not = spaces
                                add 1 to WS-RegCount-NUM
                                move REG-Record(1:20) to
                                    WS-RegName-STR(WS-RegCount-NUM)
                                move REG-Record(22:8) to
                                    WS-RegPrefix-STR(
                                        WS-RegCount-NUM)
                            end-if
                    end-read
                end-perform
                close REG-FILE
            end-if

            if WS-RegCount-NUM = 0
                move 1 to WS-RegCount-NUM
                move spaces to WS-RegName-STR(1)
                move "CITY" to WS-RegPrefix-STR(1)
            end-if

            perform varying WS-RegLoop-NUM from 1 by 1
                until WS-RegLoop-NUM > WS-RegCount-NUM
                if WS-RegPrefix-STR(WS-RegLoop-NUM) = spaces
                    move "CITY" to WS-RegPrefix-STR(WS-RegLoop-NUM)
                end-if
            end-perform
        .

        *> IDs are held in capitals, the way the game takes them at
        *> the sign-on prompt
        load-operators section.
            move 0 to WS-EOF-BOOL
            open input OPR-FILE
            if WS-FileStatus-STR = "00" or WS-FileStatus-STR = " "
                perform until WS-EOF-BOOL = rl-true
                    or WS-OperatorCount-NUM >= WS-OperatorMax-NUM
                    read OPR-FILE into OPR-Record
                        at end
                            move rl-true to WS-EOF-BOOL
                        not at end
                            if OPR-Record(1:8) not = spaces
                                add 1 to WS-OperatorCount-NUM
                                move OPR-Record(1:8) to
                                    WS-OprId-STR(WS-OperatorCount-NUM)
                                inspect WS-OprId-STR(
                                        WS-OperatorCount-NUM)
                                    converting
                                    "abcdefghijklmnopqrstuvwxyz"
                                    to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                                move OPR-Record(10:20) to
                                    WS-OprName-STR(
                                        WS-OperatorCount-NUM)
                                move OPR-Record(31:1) to
                                    WS-OprLevel-STR(
                                        WS-OperatorCount-NUM)
                            end-if
                    end-read
                end-perform
                close OPR-FILE
            end-if
        .

        write-heading section.
            move spaces to ACT-Record
            string
                "Operator activity report  run date " delimited by size
                WS-RunDate-NUM delimited by size
                into ACT-Record
            end-string
            write ACT-Record
            move spaces to ACT-Record
            write ACT-Record
            move "Journals read" to ACT-Record
            write ACT-Record
        .

        *> A city's archived journals first, oldest close first as
        *> the archive index lists them, then the live journal - so
        *> each day's activity is counted once whichever side of a
        *> close it fell
        read-city-journals section.
            move WS-RegPrefix-STR(WS-RegLoop-NUM) to WS-CityPrefix-STR
            move spaces to WS-ArcFile-STR
            string WS-CityPrefix-STR delimited by space
                "ARC.DAT" delimited by size
                into WS-ArcFile-STR
            end-string

            move 0 to WS-ArcEOF-BOOL
            open input ARC-FILE
            if WS-FileStatus-STR = "00" or WS-FileStatus-STR = " "
                perform until WS-ArcEOF-BOOL = rl-true
                    read ARC-FILE into ARC-Record
                        at end
                            move rl-true to WS-ArcEOF-BOOL
                        not at end
                            if ARC-Record(13:28) not = spaces
                                move ARC-Record(13:28)
                                    to WS-JrnFile-STR
                                perform read-journal
                            end-if
                    end-read
                end-perform
                close ARC-FILE
            end-if

            move spaces to WS-JrnFile-STR
            string WS-CityPrefix-STR delimited by space
                "JRN.DAT" delimited by size
                into WS-JrnFile-STR
            end-string
            perform read-journal
        .

        read-journal section.
            move 0 to WS-FileRecords-NUM
            move 0 to WS-EOF-BOOL
            open input JRN-FILE
            if WS-FileStatus-STR = "00" or WS-FileStatus-STR = " "
                perform until WS-EOF-BOOL = rl-true
                    read JRN-FILE into JRN-Record
                        at end
                            move rl-true to WS-EOF-BOOL
                        not at end
                            add 1 to WS-FileRecords-NUM
                            perform tally-journal-record
                    end-read
                end-perform
                close JRN-FILE
                add 1 to WS-FilesRead-NUM
                add WS-FileRecords-NUM to WS-RecordsRead-NUM
                move WS-FileRecords-NUM to WS-RecordsEdit-STR
                move spaces to ACT-Record
                move WS-CityPrefix-STR to ACT-Record(3:8)
                move WS-JrnFile-STR(1:28) to ACT-Record(12:28)
                move WS-RecordsEdit-STR to ACT-Record(41:8)
                move "records" to ACT-Record(50:7)
                write ACT-Record
            else
                move spaces to ACT-Record
                move WS-CityPrefix-STR to ACT-Record(3:8)
                move WS-JrnFile-STR(1:28) to ACT-Record(12:28)
                move "not found" to ACT-Record(50:9)
                write ACT-Record
            end-if
        .

        *> Only the operator's own actions are counted - ticks,
        *> fires, floods, bond retirement and the close's carried
        *> records happen to the city, not by anyone's hand
        tally-journal-record section.
            if JRN-Record(1:8) is numeric
                and JRN-Record(39:5) is numeric
                and (JRN-Record(24:1) = "P" or JRN-Record(24:1) = "C"
                    or JRN-Record(24:1) = "R"
                    or JRN-Record(24:1) = "U"
                    or JRN-Record(24:1) = "B")
                move JRN-Record(73:8) to WS-NewOpr-STR
                move WS-CityPrefix-STR to WS-NewCity-STR
                move JRN-Record(1:8) to WS-NewDate-STR
                perform find-activity-slot
                if WS-ActPos-NUM > 0
                    perform post-activity
                else
                    add 1 to WS-ActDropped-NUM
                end-if
            end-if
        .

        *> Finds the entry for the key, or opens one in its place in
        *> key order by shuffling the later entries down a slot.
        *> Leaves the position at zero when the table is full
        find-activity-slot section.
            move 0 to WS-ActPos-NUM
            move 1 to WS-ActLoop-NUM
            perform until WS-ActLoop-NUM > WS-ActCount-NUM
                or WS-ActPos-NUM > 0
                if WS-ActKey-STR(WS-ActLoop-NUM) >= WS-NewKey-STR
                    move WS-ActLoop-NUM to WS-ActPos-NUM
                end-if
                add 1 to WS-ActLoop-NUM
            end-perform

            evaluate true
                when WS-ActPos-NUM = 0
                    move WS-ActLoop-NUM to WS-ActPos-NUM
                    perform open-activity-slot
                when WS-ActKey-STR(WS-ActPos-NUM) not = WS-NewKey-STR
                    perform open-activity-slot
            end-evaluate
        .

        open-activity-slot section.
            if WS-ActCount-NUM >= WS-ActMax-NUM
                move 0 to WS-ActPos-NUM
            else
                perform shift-activity-down
            end-if
        .

        shift-activity-down section.
            move WS-ActCount-NUM to WS-ActShift-NUM
            perform until WS-ActShift-NUM < WS-ActPos-NUM
                move WS-Act-Entry(WS-ActShift-NUM)
                    to WS-Act-Entry(WS-ActShift-NUM + 1)
                subtract 1 from WS-ActShift-NUM
            end-perform
            add 1 to WS-ActCount-NUM

            move WS-NewKey-STR to WS-ActKey-STR(WS-ActPos-NUM)
            move 0 to WS-ActPlaced-NUM(WS-ActPos-NUM)
            move 0 to WS-ActDemol-NUM(WS-ActPos-NUM)
            move 0 to WS-ActRepair-NUM(WS-ActPos-NUM)
            move 0 to WS-ActUndo-NUM(WS-ActPos-NUM)
            move 0 to WS-ActBonds-NUM(WS-ActPos-NUM)
            move 0 to WS-ActBondAmt-NUM(WS-ActPos-NUM)
            move 0 to WS-ActNet-NUM(WS-ActPos-NUM)
        .

        post-activity section.
            add 1 to WS-RecordsPosted-NUM
            move JRN-Record(39:5) to WS-Amount-NUM
            evaluate JRN-Record(24:1)
                when "P"
                    add 1 to WS-ActPlaced-NUM(WS-ActPos-NUM)
                when "C"
                    add 1 to WS-ActDemol-NUM(WS-ActPos-NUM)
                when "R"
                    add 1 to WS-ActRepair-NUM(WS-ActPos-NUM)
                when "U"
                    add 1 to WS-ActUndo-NUM(WS-ActPos-NUM)
                when "B"
                    add 1 to WS-ActBonds-NUM(WS-ActPos-NUM)
                    add WS-Amount-NUM
                        to WS-ActBondAmt-NUM(WS-ActPos-NUM)
            end-evaluate

            if JRN-Record(24:1) not = "B"
                if JRN-Record(44:1) = "+"
                    subtract WS-Amount-NUM
                        from WS-ActNet-NUM(WS-ActPos-NUM)
                else
                    add WS-Amount-NUM
                        to WS-ActNet-NUM(WS-ActPos-NUM)
                end-if
            end-if
        .

        *> Down the table an operator at a time: a heading naming
        *> them, a line per city and day, then their total
        write-activity section.
            move spaces to ACT-Record
            write ACT-Record
            move spaces to ACT-Record
            move "City" to ACT-Record(3:4)
            move "Date" to ACT-Record(12:4)
            move "Placed" to ACT-Record(20:6)
            move "Demol" to ACT-Record(28:5)
            move "Repair" to ACT-Record(34:6)
            move "Undo" to ACT-Record(43:4)
            move "Bonds" to ACT-Record(48:5)
            move "Bond amt" to ACT-Record(54:8)
            move "Net spend" to ACT-Record(63:9)
            write ACT-Record

            if WS-ActCount-NUM = 0
                move spaces to ACT-Record
                write ACT-Record
                move "  no operator activity on file" to ACT-Record
                write ACT-Record
            end-if

            move 1 to WS-ActLoop-NUM
            perform until WS-ActLoop-NUM > WS-ActCount-NUM
                if WS-ActLoop-NUM = 1
                    or WS-ActOpr-STR(WS-ActLoop-NUM)
                        not = WS-CurOpr-STR
                    if WS-ActLoop-NUM > 1
                        perform write-operator-total
                    end-if
                    move WS-ActOpr-STR(WS-ActLoop-NUM)
                        to WS-CurOpr-STR
                    perform write-operator-heading
                end-if
                perform write-activity-line
                add 1 to WS-ActLoop-NUM
            end-perform

            if WS-ActCount-NUM > 0
                perform write-operator-total
            end-if
        .

        write-operator-heading section.
            add 1 to WS-OperatorsShown-NUM
            move 0 to WS-OprPlaced-NUM
            move 0 to WS-OprDemol-NUM
            move 0 to WS-OprRepair-NUM
            move 0 to WS-OprUndo-NUM
            move 0 to WS-OprBonds-NUM
            move 0 to WS-OprBondAmt-NUM
            move 0 to WS-OprNet-NUM

            move 0 to WS-OprFound-NUM
            perform varying WS-OprLoop-NUM from 1 by 1
                until WS-OprLoop-NUM > WS-OperatorCount-NUM
                if WS-OprId-STR(WS-OprLoop-NUM) = WS-CurOpr-STR
                    and WS-OprFound-NUM = 0
                    move WS-OprLoop-NUM to WS-OprFound-NUM
                end-if
            end-perform

            move spaces to ACT-Record
            write ACT-Record
            move spaces to ACT-Record
            if WS-CurOpr-STR = spaces
                move "Operator (no sign-on)" to ACT-Record
            else
                move "Operator" to ACT-Record(1:8)
                move WS-CurOpr-STR to ACT-Record(10:8)
                if WS-OprFound-NUM = 0
                    move "(not on file)" to ACT-Record(20:13)
                else
                    move WS-OprName-STR(WS-OprFound-NUM)
                        to ACT-Record(20:20)
                    evaluate WS-OprLevel-STR(WS-OprFound-NUM)
                        when "F"
                        when "f"
                            move "full rights" to WS-LevelText-STR
                        when "B"
                        when "b"
                            move "build only" to WS-LevelText-STR
                        when other
                            move "view only" to WS-LevelText-STR
                    end-evaluate
                    move WS-LevelText-STR to ACT-Record(42:16)
                end-if
            end-if
            write ACT-Record
        .

        write-activity-line section.
            add WS-ActPlaced-NUM(WS-ActLoop-NUM) to WS-OprPlaced-NUM
            add WS-ActDemol-NUM(WS-ActLoop-NUM) to WS-OprDemol-NUM
            add WS-ActRepair-NUM(WS-ActLoop-NUM) to WS-OprRepair-NUM
            add WS-ActUndo-NUM(WS-ActLoop-NUM) to WS-OprUndo-NUM
            add WS-ActBonds-NUM(WS-ActLoop-NUM) to WS-OprBonds-NUM
            add WS-ActBondAmt-NUM(WS-ActLoop-NUM)
                to WS-OprBondAmt-NUM
            add WS-ActNet-NUM(WS-ActLoop-NUM) to WS-OprNet-NUM

            move WS-ActPlaced-NUM(WS-ActLoop-NUM) to WS-LinePlaced-NUM
            move WS-ActDemol-NUM(WS-ActLoop-NUM) to WS-LineDemol-NUM
            move WS-ActRepair-NUM(WS-ActLoop-NUM) to WS-LineRepair-NUM
            move WS-ActUndo-NUM(WS-ActLoop-NUM) to WS-LineUndo-NUM
            move WS-ActBonds-NUM(WS-ActLoop-NUM) to WS-LineBonds-NUM
            move WS-ActBondAmt-NUM(WS-ActLoop-NUM)
                to WS-LineBondAmt-NUM
            move WS-ActNet-NUM(WS-ActLoop-NUM) to WS-LineNet-NUM

            move spaces to ACT-Record
            move WS-ActCity-STR(WS-ActLoop-NUM) to ACT-Record(3:8)
            move WS-ActDate-STR(WS-ActLoop-NUM) to ACT-Record(12:8)
            perform lay-out-figures
            write ACT-Record
        .

        write-operator-total section.
            add WS-OprPlaced-NUM to WS-AllPlaced-NUM
            add WS-OprDemol-NUM to WS-AllDemol-NUM
            add WS-OprRepair-NUM to WS-AllRepair-NUM
            add WS-OprUndo-NUM to WS-AllUndo-NUM
            add WS-OprBonds-NUM to WS-AllBonds-NUM
            add WS-OprBondAmt-NUM to WS-AllBondAmt-NUM
            add WS-OprNet-NUM to WS-AllNet-NUM

            move WS-OprPlaced-NUM to WS-LinePlaced-NUM
            move WS-OprDemol-NUM to WS-LineDemol-NUM
            move WS-OprRepair-NUM to WS-LineRepair-NUM
            move WS-OprUndo-NUM to WS-LineUndo-NUM
            move WS-OprBonds-NUM to WS-LineBonds-NUM
            move WS-OprBondAmt-NUM to WS-LineBondAmt-NUM
            move WS-OprNet-NUM to WS-LineNet-NUM

            move spaces to ACT-Record
            move "Total" to ACT-Record(3:5)
            perform lay-out-figures
            write ACT-Record
        .

        *> The figures go under the column headings the same way on
        *> every line, operator totals and the grand total included
        lay-out-figures section.
            move WS-LinePlaced-NUM to WS-CountEdit-STR
            move WS-CountEdit-STR to ACT-Record(21:5)
            move WS-LineDemol-NUM to WS-CountEdit-STR
            move WS-CountEdit-STR to ACT-Record(28:5)
            move WS-LineRepair-NUM to WS-CountEdit-STR
            move WS-CountEdit-STR to ACT-Record(35:5)
            move WS-LineUndo-NUM to WS-CountEdit-STR
            move WS-CountEdit-STR to ACT-Record(42:5)
            move WS-LineBonds-NUM to WS-BondEdit-STR
            move WS-BondEdit-STR to ACT-Record(49:4)
            move WS-LineBondAmt-NUM to WS-BondAmtEdit-STR
            move WS-BondAmtEdit-STR to ACT-Record(54:8)
            move WS-LineNet-NUM to WS-NetEdit-STR
            move WS-NetEdit-STR to ACT-Record(63:9)
        .

        write-totals section.
            move spaces to ACT-Record
            write ACT-Record
            move WS-AllPlaced-NUM to WS-LinePlaced-NUM
            move WS-AllDemol-NUM to WS-LineDemol-NUM
            move WS-AllRepair-NUM to WS-LineRepair-NUM
            move WS-AllUndo-NUM to WS-LineUndo-NUM
            move WS-AllBonds-NUM to WS-LineBonds-NUM
            move WS-AllBondAmt-NUM to WS-LineBondAmt-NUM
            move WS-AllNet-NUM to WS-LineNet-NUM
            move spaces to ACT-Record
            move "All operators" to ACT-Record(1:13)
            perform lay-out-figures
            write ACT-Record

            move spaces to ACT-Record
            write ACT-Record
            move WS-FilesRead-NUM to WS-RecordsEdit-STR
            move spaces to ACT-Record
            string
                "Journal files read:      " delimited by size
                WS-RecordsEdit-STR delimited by size
                into ACT-Record
            end-string
            write ACT-Record
            move WS-RecordsRead-NUM to WS-RecordsEdit-STR
            move spaces to ACT-Record
            string
                "Journal records read:    " delimited by size
                WS-RecordsEdit-STR delimited by size
                into ACT-Record
            end-string
            write ACT-Record
            move WS-RecordsPosted-NUM to WS-RecordsEdit-STR
            move spaces to ACT-Record
            string
                "Operator actions counted:" delimited by size
                WS-RecordsEdit-STR delimited by size
                into ACT-Record
            end-string
            write ACT-Record
            move WS-OperatorsShown-NUM to WS-RecordsEdit-STR
            move spaces to ACT-Record
            string
                "Operators with activity: " delimited by size
                WS-RecordsEdit-STR delimited by size
                into ACT-Record
            end-string
            write ACT-Record
            if WS-ActDropped-NUM > 0
                move WS-ActDropped-NUM to WS-RecordsEdit-STR
                move spaces to ACT-Record
                string
                    "Actions past the table:  " delimited by size
                    WS-RecordsEdit-STR delimited by size
                    "  (not counted)" delimited by size
                    into ACT-Record
                end-string
                write ACT-Record
            end-if
        .
