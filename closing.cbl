        identification division.
        program-id. closing.

        environment division.
        input-output section.
        file-control.
            select JRN-FILE assign using WS-JrnFile-STR
                organization line sequential
                file status is WS-FileStatus-STR.
            select LGR-FILE assign using WS-LgrFile-STR
                organization line sequential
                file status is WS-FileStatus-STR.
            select SAVE-FILE assign using WS-SaveFile-STR
                organization line sequential
                file status is WS-FileStatus-STR.
            select BGT-FILE assign using WS-BgtFile-STR
                organization line sequential
                file status is WS-FileStatus-STR.
            select ARC-FILE assign using WS-ArcFile-STR
                organization line sequential
                file status is WS-FileStatus-STR.
            select JAR-FILE assign using WS-JrnArcFile-STR
                organization line sequential
                file status is WS-FileStatus-STR.
            select LAR-FILE assign using WS-LgrArcFile-STR
                organization line sequential
                file status is WS-FileStatus-STR.
            select CLS-FILE assign using WS-ClsFile-STR
                organization line sequential
                file status is WS-FileStatus-STR.
            select GIN-FILE assign using WS-GenInFile-STR
                organization line sequential
                file status is WS-FileStatus-STR.
            select REG-FILE assign "CITYREG.DAT"
                organization line sequential
                file status is WS-FileStatus-STR.
            select SEL-FILE assign "CITYSEL.DAT"
                organization line sequential
                file status is WS-FileStatus-STR.

        data division.

        file section.

        *> The audit trail being closed, and the fresh one that
        *> replaces it. The new file opens with a K record - the
        *> carried-forward position: balance at 45, debt at 52, tick
        *> number at 59, interest still owed at 66 - then one S
        *> record per standing cell, occupancy in the amount field
        *> and the damage flag at 52
        fd JRN-FILE.
        01 JRN-Record             pic x(80).

        *> The economy ledger being closed. Its replacement opens
        *> with a K record: tick 1:6, "K" at 7, balance 8:6, debt
        *> 15:6, interest still owed 22:6
        fd LGR-FILE.
        01 LGR-Record             pic x(315).

        *> The standing grid carried into the new journal
        fd SAVE-FILE.
        01 SAVE-Record            pic x(14).

        *> The saved budget - the balance the close must agree with
        fd BGT-FILE.
        01 BGT-Record             pic x(37).

        *> Either half of the save pair, read to check its trailer
        fd GIN-FILE.
        01 GIN-Record             pic x(45).

        *> Archive index - one record per closed period: date 1:8,
        *> generation 10:2, journal archive 13:28, ledger archive
        *> 42:28, journal records 71:6, ledger records 78:6,
        *> balance 85:6, debt 92:6, tick 99:6
        fd ARC-FILE.
        01 ARC-Record             pic x(104).

        *> The archive generations themselves, copied record for
        *> record from the files being closed
        fd JAR-FILE.
        01 JAR-Record             pic x(80).

        fd LAR-FILE.
        01 LAR-Record             pic x(315).

        *> The control report audit signs the period off against
        fd CLS-FILE.
        01 CLS-Record             pic x(80).

        *> City registry and selection, shared with the game
        fd REG-FILE.
        01 REG-Record             pic x(60).

        fd SEL-FILE.
        01 SEL-Record             pic x(20).

        working-storage section.

        *> Data file names - classic single-city set until the
        *> registry says otherwise
        01 WS-JrnFile-STR       pic x(20) value "CITYJRN.DAT".
        01 WS-LgrFile-STR       pic x(20) value "CITYLGR.DAT".
        01 WS-SaveFile-STR      pic x(20) value "CITYSAVE.DAT".
        01 WS-BgtFile-STR       pic x(20) value "CITYBGT.DAT".
        01 WS-ArcFile-STR       pic x(20) value "CITYARC.DAT".
        01 WS-ClsFile-STR       pic x(20) value "CITYCLS.DAT".

        *> Archive generation names - prefix, file, close date and
        *> the generation within the day, e.g. CITYJRN-20240131-01
        01 WS-JrnArcFile-STR    pic x(40) value spaces.
        01 WS-LgrArcFile-STR    pic x(40) value spaces.

        01 WS-CityPrefix-STR    pic x(8) value "CITY".
        01 WS-SelName-STR       pic x(20) value spaces.
        01 WS-RegCount-NUM      pic 9(2) value 0.
        01 WS-RegMax-NUM        pic 9(2) value 20.
        01 WS-Registry.
            05 WS-Reg-Entry occurs 20 times.
                10 WS-RegName-STR   pic x(20).
                10 WS-RegPrefix-STR pic x(8).
        01 WS-RegPick-NUM       pic 9(2) value 0.
        01 WS-RegLoop-NUM       pic 9(2) value 0.
        01 WS-RegBad-BOOL       pic 9 value 0.

        01 WS-EOF-BOOL          pic 9 value 0.
        01 WS-FileStatus-STR    pic x(2).

        *> The close date and which generation of the day this is
        01 WS-CloseDate-NUM     pic 9(8) value 0.
        01 WS-CloseTime-NUM     pic 9(8) value 0.
        01 WS-Generation-NUM    pic 9(2) value 0.
        01 WS-GenerationMax-NUM pic 9(2) value 99.
        01 WS-GenerationFull-BOOL pic 9 value 0.

        *> The position being carried forward, from the budget save
        01 WS-Budget-NUM        pic 9(6) value 0.
        01 WS-Debt-NUM          pic 9(6) value 0.
        01 WS-InterestOut-NUM   pic 9(6) value 0.
        01 WS-TickNumber-NUM    pic 9(6) value 0.
        01 WS-BudgetLoaded-BOOL pic 9 value 0.

        *> What the journal being closed says the balance came to
        01 WS-JournalBalance-NUM pic 9(6) value 0.
        01 WS-JournalBalSeen-BOOL pic 9 value 0.

        *> Control counts - read from the live files, written to the
        *> archives, carried into the new files
        01 WS-JrnRead-NUM       pic 9(6) value 0.
        01 WS-JrnArchived-NUM   pic 9(6) value 0.
        01 WS-TickRecords-NUM   pic 9(6) value 0.
        01 WS-LgrRead-NUM       pic 9(6) value 0.
        01 WS-LgrArchived-NUM   pic 9(6) value 0.
        01 WS-CellsCarried-NUM  pic 9(6) value 0.
        01 WS-HomesCarried-NUM  pic 9(6) value 0.
        01 WS-JrnNew-NUM        pic 9(6) value 0.
        01 WS-LgrNew-NUM        pic 9(6) value 0.
        01 WS-JournalSeq-NUM    pic 9(6) value 0.

        *> The carry-forward records go in under the close's own
        *> operator ID, since nobody signs on to a batch close
        01 WS-JournalOperator-STR pic x(8) value "CLOSE".

        *> The pair being checked and what its trailers say
        01 WS-GenInFile-STR     pic x(20) value spaces.
        01 WS-ChkSaveFile-STR   pic x(20) value spaces.
        01 WS-ChkBgtFile-STR    pic x(20) value spaces.
        01 WS-ChkCount-NUM      pic 9(6) value 0.
        01 WS-ChkHash-NUM       pic 9(10) value 0.
        01 WS-ChkBalance-NUM    pic 9(6) value 0.
        01 WS-ChkSaveTrl-STR    pic x(45) value spaces.
        01 WS-ChkBgtTrl-STR     pic x(45) value spaces.
        01 WS-ChkFound-BOOL     pic 9 value 0.
        01 WS-ChkGood-BOOL      pic 9 value 0.
        01 WS-ChkLegacy-BOOL    pic 9 value 0.

        *> Set when a live file cannot be recreated after its
        *> history has gone to the archive
        01 WS-NewJrnBad-BOOL    pic 9 value 0.
        01 WS-NewLgrBad-BOOL    pic 9 value 0.

        01 WS-CloseOk-BOOL      pic 9 value 0.
        01 WS-Refusal-STR       pic x(60) value spaces.

        01 WS-CountEdit-STR     pic z(5)9.
        01 WS-AmountEdit-STR    pic z(5)9.
        01 WS-Amount2Edit-STR   pic z(5)9.

        copy rl-bool.

        procedure division.
        main-procedure.

        perform load-registry.
        if WS-RegBad-BOOL = rl-true
            display "Selected city not in registry - run refused"
            move 8 to return-code
            goback
        end-if

        accept WS-CloseDate-NUM from date yyyymmdd.
        accept WS-CloseTime-NUM from time.

        move WS-SaveFile-STR to WS-ChkSaveFile-STR.
        move WS-BgtFile-STR to WS-ChkBgtFile-STR.
        perform check-save-pair.
        perform load-budget.
        perform scan-journal.
        perform find-generation.
        perform check-close.

        if WS-CloseOk-BOOL = rl-true
            perform archive-journal
            perform archive-ledger
            perform check-archives
        end-if
        if WS-CloseOk-BOOL = rl-true
            perform start-new-journal
            perform start-new-ledger
            if WS-CloseOk-BOOL = rl-true
                perform append-archive-index
            end-if
        end-if

        perform write-control-report.

        goback.

        *> Same selection step the game runs: CITYSEL.DAT names the
        *> city, CITYREG.DAT maps it to a file prefix, and the data
        *> file names are rebuilt from that prefix
        load-registry section.
            open input SEL-FILE
            if WS-FileStatus-STR = "00" or WS-FileStatus-STR = " "
                read SEL-FILE into SEL-Record
                    at end
                        continue
                    not at end
                        move SEL-Record to WS-SelName-STR
                end-read
                close SEL-FILE
            end-if

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

            if WS-RegCount-NUM > 0
                move 0 to WS-RegPick-NUM
                perform varying WS-RegLoop-NUM from 1 by 1
                    until WS-RegLoop-NUM > WS-RegCount-NUM
                    if WS-RegName-STR(WS-RegLoop-NUM)
                        = WS-SelName-STR
                        move WS-RegLoop-NUM to WS-RegPick-NUM
                    end-if
                end-perform

                *> A blank selection takes the first city; a name
                *> the registry does not know is an operator typo,
                *> and closing the wrong city's books is exactly the
                *> mistake to refuse
                if WS-RegPick-NUM = 0
                    if WS-SelName-STR = spaces
                        move 1 to WS-RegPick-NUM
                    else
                        move rl-true to WS-RegBad-BOOL
                    end-if
                end-if
            end-if

            if WS-RegBad-BOOL = rl-false
                and WS-RegPick-NUM > 0
                if WS-RegPrefix-STR(WS-RegPick-NUM) not = spaces
                    move WS-RegPrefix-STR(WS-RegPick-NUM)
                        to WS-CityPrefix-STR
                end-if
                string WS-CityPrefix-STR delimited by space
                    "JRN.DAT" delimited by size
                    into WS-JrnFile-STR
                end-string
                string WS-CityPrefix-STR delimited by space
                    "LGR.DAT" delimited by size
                    into WS-LgrFile-STR
                end-string
                string WS-CityPrefix-STR delimited by space
                    "SAVE.DAT" delimited by size
                    into WS-SaveFile-STR
                end-string
                string WS-CityPrefix-STR delimited by space
                    "BGT.DAT" delimited by size
                    into WS-BgtFile-STR
                end-string
                string WS-CityPrefix-STR delimited by space
                    "ARC.DAT" delimited by size
                    into WS-ArcFile-STR
                end-string
                string WS-CityPrefix-STR delimited by space
                    "CLS.DAT" delimited by size
                    into WS-ClsFile-STR
                end-string
            end-if
        .

        *> The balance, bond book and tick counter the game left in
        *> the budget save - the position the new period opens with
        load-budget section.
            open input BGT-FILE
            if WS-FileStatus-STR = "00" or WS-FileStatus-STR = " "
                read BGT-FILE into BGT-Record
                    at end
                        continue
                    not at end
                        if BGT-Record(1:6) is numeric
                            move BGT-Record(1:6) to WS-Budget-NUM
                            move rl-true to WS-BudgetLoaded-BOOL
                        end-if
                        if BGT-Record(8:6) is numeric
                            move BGT-Record(8:6) to WS-Debt-NUM
                        end-if
                        if BGT-Record(26:6) is numeric
                            move BGT-Record(26:6)
                                to WS-InterestOut-NUM
                        end-if
                        if BGT-Record(32:6) is numeric
                            move BGT-Record(32:6)
                                to WS-TickNumber-NUM
                        end-if
                end-read
                close BGT-FILE
            end-if
        .

        *> Where the journal being closed leaves the balance - every
        *> record carries the balance after it, so the last one
        *> readable is the journal's closing figure
        scan-journal section.
            move 0 to WS-EOF-BOOL
            open input JRN-FILE
            if WS-FileStatus-STR = "00" or WS-FileStatus-STR = " "
                perform until WS-EOF-BOOL = rl-true
                    read JRN-FILE into JRN-Record
                        at end
                            move rl-true to WS-EOF-BOOL
                        not at end
                            add 1 to WS-JrnRead-NUM
                            if JRN-Record(45:6) is numeric
                                move JRN-Record(45:6)
                                    to WS-JournalBalance-NUM
                                move rl-true
                                    to WS-JournalBalSeen-BOOL
                            end-if
                            if JRN-Record(24:1) = "T"
                                add 1 to WS-TickRecords-NUM
                            end-if
                    end-read
                end-perform
                close JRN-FILE
            end-if
        .

        *> Today's next generation: one more than the closes already
        *> indexed under today's date
        find-generation section.
            move 0 to WS-Generation-NUM
            move 0 to WS-EOF-BOOL
            open input ARC-FILE
            if WS-FileStatus-STR = "00" or WS-FileStatus-STR = " "
                perform until WS-EOF-BOOL = rl-true
                    read ARC-FILE into ARC-Record
                        at end
                            move rl-true to WS-EOF-BOOL
                        not at end
                            if ARC-Record(1:8) = WS-CloseDate-NUM
                                and ARC-Record(10:2) is numeric
                                and ARC-Record(10:2)
                                    > WS-Generation-NUM
                                move ARC-Record(10:2)
                                    to WS-Generation-NUM
                            end-if
                    end-read
                end-perform
                close ARC-FILE
            end-if

            if WS-Generation-NUM < WS-GenerationMax-NUM
                add 1 to WS-Generation-NUM
            else
                move rl-true to WS-GenerationFull-BOOL
            end-if

            string WS-CityPrefix-STR delimited by space
                "JRN-" delimited by size
                WS-CloseDate-NUM delimited by size
                "-" delimited by size
                WS-Generation-NUM delimited by size
                ".DAT" delimited by size
                into WS-JrnArcFile-STR
            end-string
            string WS-CityPrefix-STR delimited by space
                "LGR-" delimited by size
                WS-CloseDate-NUM delimited by size
                "-" delimited by size
                WS-Generation-NUM delimited by size
                ".DAT" delimited by size
                into WS-LgrArcFile-STR
            end-string
        .

        *> The books are only closed on a position both sides agree
        *> on - a journal that does not land on the saved balance
        *> means a session still running or a save gone astray, and
        *> carrying either forward would bury the difference. A
        *> torn save pair is refused outright: the operator restores
        *> a good generation with savegen and closes on that
        check-close section.
            move rl-true to WS-CloseOk-BOOL
            evaluate true
                when WS-BudgetLoaded-BOOL = rl-false
                    move "budget save missing or unreadable"
                        to WS-Refusal-STR
                    move rl-false to WS-CloseOk-BOOL
                when WS-ChkFound-BOOL = rl-true
                    and WS-ChkGood-BOOL = rl-false
                    and WS-ChkLegacy-BOOL = rl-false
                    move "save pair fails its trailer check"
                        to WS-Refusal-STR
                    move rl-false to WS-CloseOk-BOOL
                when WS-JournalBalSeen-BOOL = rl-true
                    and WS-JournalBalance-NUM not = WS-Budget-NUM
                    move "journal balance disagrees with budget save"
                        to WS-Refusal-STR
                    move rl-false to WS-CloseOk-BOOL
                when WS-GenerationFull-BOOL = rl-true
                    move "no archive generations left for today"
                        to WS-Refusal-STR
                    move rl-false to WS-CloseOk-BOOL
                when other
                    continue
            end-evaluate
        .

        archive-journal section.
            open output JAR-FILE
            if WS-FileStatus-STR not = "00"
                and WS-FileStatus-STR not = " "
                move "journal archive could not be written"
                    to WS-Refusal-STR
                move rl-false to WS-CloseOk-BOOL
            else
                move 0 to WS-EOF-BOOL
                open input JRN-FILE
                if WS-FileStatus-STR = "00"
                    or WS-FileStatus-STR = " "
                    perform until WS-EOF-BOOL = rl-true
                        read JRN-FILE into JRN-Record
                            at end
                                move rl-true to WS-EOF-BOOL
                            not at end
                                move JRN-Record to JAR-Record
                                write JAR-Record
                                add 1 to WS-JrnArchived-NUM
                        end-read
                    end-perform
                    close JRN-FILE
                end-if
                close JAR-FILE
            end-if
        .

        archive-ledger section.
            if WS-CloseOk-BOOL = rl-true
                open output LAR-FILE
                if WS-FileStatus-STR not = "00"
                    and WS-FileStatus-STR not = " "
                    move "ledger archive could not be written"
                        to WS-Refusal-STR
                    move rl-false to WS-CloseOk-BOOL
                else
                    move 0 to WS-EOF-BOOL
                    open input LGR-FILE
                    if WS-FileStatus-STR = "00"
                        or WS-FileStatus-STR = " "
                        perform until WS-EOF-BOOL = rl-true
                            read LGR-FILE into LGR-Record
                                at end
                                    move rl-true to WS-EOF-BOOL
                                not at end
                                    add 1 to WS-LgrRead-NUM
                                    move LGR-Record to LAR-Record
                                    write LAR-Record
                                    add 1 to WS-LgrArchived-NUM
                            end-read
                        end-perform
                        close LGR-FILE
                    end-if
                    close LAR-FILE
                end-if
            end-if
        .

        *> The live files are only replaced once every record read
        *> has landed in its archive
        check-archives section.
            if WS-CloseOk-BOOL = rl-true
                if WS-JrnArchived-NUM not = WS-JrnRead-NUM
                    move "journal archive count does not agree"
                        to WS-Refusal-STR
                    move rl-false to WS-CloseOk-BOOL
                end-if
                if WS-LgrArchived-NUM not = WS-LgrRead-NUM
                    move "ledger archive count does not agree"
                        to WS-Refusal-STR
                    move rl-false to WS-CloseOk-BOOL
                end-if
            end-if
        .

        *> The new journal: the carry-forward header, then the
        *> standing grid cell by cell so replay can rebuild the
        *> opening picture without the archived history
        start-new-journal section.
            open output JRN-FILE
            if WS-FileStatus-STR not = "00"
                and WS-FileStatus-STR not = " "
                move rl-true to WS-NewJrnBad-BOOL
                move "cannot start new journal" to WS-Refusal-STR
                move rl-false to WS-CloseOk-BOOL
            else
                move spaces to JRN-Record
                add 1 to WS-JournalSeq-NUM
                move WS-CloseDate-NUM         to JRN-Record(1:8)
                move WS-CloseTime-NUM(1:6)    to JRN-Record(10:6)
                move WS-JournalSeq-NUM        to JRN-Record(17:6)
                move "K"                      to JRN-Record(24:1)
                move "0000"                   to JRN-Record(26:4)
                move "0000"                   to JRN-Record(30:4)
                move "000"                    to JRN-Record(35:3)
                move "00000"                  to JRN-Record(39:5)
                move "+"                      to JRN-Record(44:1)
                move WS-Budget-NUM            to JRN-Record(45:6)
                move WS-Debt-NUM              to JRN-Record(52:6)
                move WS-TickNumber-NUM        to JRN-Record(59:6)
                move WS-InterestOut-NUM       to JRN-Record(66:6)
                move WS-JournalOperator-STR   to JRN-Record(73:8)
                write JRN-Record
                add 1 to WS-JrnNew-NUM

                move 0 to WS-EOF-BOOL
                open input SAVE-FILE
                if WS-FileStatus-STR = "00" or WS-FileStatus-STR = " "
                    perform until WS-EOF-BOOL = rl-true
                        read SAVE-FILE into SAVE-Record
                            at end
                                move rl-true to WS-EOF-BOOL
                            not at end
                                perform carry-save-cell
                        end-read
                    end-perform
                    close SAVE-FILE
                end-if

                close JRN-FILE
            end-if
        .

        carry-save-cell section.
            if SAVE-Record(1:4) is numeric
                and SAVE-Record(5:4) is numeric
                and SAVE-Record(9:3) is numeric
                and SAVE-Record(9:3) not = "000"
                move spaces to JRN-Record
                add 1 to WS-JournalSeq-NUM
                move WS-CloseDate-NUM         to JRN-Record(1:8)
                move WS-CloseTime-NUM(1:6)    to JRN-Record(10:6)
                move WS-JournalSeq-NUM        to JRN-Record(17:6)
                move "S"                      to JRN-Record(24:1)
                move SAVE-Record(1:4)         to JRN-Record(26:4)
                move SAVE-Record(5:4)         to JRN-Record(30:4)
                move SAVE-Record(9:3)         to JRN-Record(35:3)
                move "000"                    to JRN-Record(39:3)
                if SAVE-Record(12:2) is numeric
                    move SAVE-Record(12:2)    to JRN-Record(42:2)
                else
                    move "00"                 to JRN-Record(42:2)
                end-if
                move "+"                      to JRN-Record(44:1)
                move WS-Budget-NUM            to JRN-Record(45:6)
                if SAVE-Record(14:1) = "1"
                    move "1"                  to JRN-Record(52:1)
                else
                    move "0"                  to JRN-Record(52:1)
                end-if
                move WS-JournalOperator-STR   to JRN-Record(73:8)
                write JRN-Record
                add 1 to WS-JrnNew-NUM
                add 1 to WS-CellsCarried-NUM
                if SAVE-Record(9:3) = "002"
                    add 1 to WS-HomesCarried-NUM
                end-if
            end-if
        .

        *> The new ledger opens on the carried balance and debt, under
        *> the last tick number, so finance has an opening position
        *> and the next tick the game writes follows on from it
        start-new-ledger section.
            open output LGR-FILE
            if WS-FileStatus-STR not = "00"
                and WS-FileStatus-STR not = " "
                move rl-true to WS-NewLgrBad-BOOL
                move "cannot start new ledger" to WS-Refusal-STR
                move rl-false to WS-CloseOk-BOOL
            else
                move spaces to LGR-Record
                move WS-TickNumber-NUM  to LGR-Record(1:6)
                move "K"                to LGR-Record(7:1)
                move WS-Budget-NUM      to LGR-Record(8:6)
                move WS-Debt-NUM        to LGR-Record(15:6)
                move WS-InterestOut-NUM to LGR-Record(22:6)
                write LGR-Record
                add 1 to WS-LgrNew-NUM
                close LGR-FILE
            end-if
        .

        append-archive-index section.
            move spaces to ARC-Record
            move WS-CloseDate-NUM   to ARC-Record(1:8)
            move WS-Generation-NUM  to ARC-Record(10:2)
            move WS-JrnArcFile-STR  to ARC-Record(13:28)
            move WS-LgrArcFile-STR  to ARC-Record(42:28)
            move WS-JrnArchived-NUM to ARC-Record(71:6)
            move WS-LgrArchived-NUM to ARC-Record(78:6)
            move WS-Budget-NUM      to ARC-Record(85:6)
            move WS-Debt-NUM        to ARC-Record(92:6)
            move WS-TickNumber-NUM  to ARC-Record(99:6)

            open extend ARC-FILE
            if WS-FileStatus-STR not = "00"
                and WS-FileStatus-STR not = " "
                open output ARC-FILE
            end-if
            write ARC-Record
            close ARC-FILE
        .

        *> What moved where, in figures audit can tick off: records
        *> read against records archived, what the new files open
        *> with, and the balances carried across
        write-control-report section.
            open output CLS-FILE

            move "Period close control report" to CLS-Record
            write CLS-Record

            move spaces to CLS-Record
            string
                "City file prefix: " delimited by size
                WS-CityPrefix-STR delimited by space
                "   Close date: " delimited by size
                WS-CloseDate-NUM delimited by size
                "   Generation: " delimited by size
                WS-Generation-NUM delimited by size
                into CLS-Record
            end-string
            write CLS-Record

            move spaces to CLS-Record
            write CLS-Record
            move "Journal:" to CLS-Record
            write CLS-Record
            move WS-JrnRead-NUM to WS-CountEdit-STR
            move spaces to CLS-Record
            string
                "  Records read:          " delimited by size
                WS-CountEdit-STR delimited by size
                "  (economy ticks " delimited by size
                into CLS-Record
            end-string
            move WS-TickRecords-NUM to WS-CountEdit-STR
            string
                WS-CountEdit-STR delimited by size
                ")" delimited by size
                into CLS-Record(49:32)
            end-string
            write CLS-Record
            move WS-JrnArchived-NUM to WS-CountEdit-STR
            move spaces to CLS-Record
            string
                "  Records archived:      " delimited by size
                WS-CountEdit-STR delimited by size
                "  to " delimited by size
                WS-JrnArcFile-STR delimited by space
                into CLS-Record
            end-string
            write CLS-Record
            move WS-JrnNew-NUM to WS-CountEdit-STR
            move WS-CellsCarried-NUM to WS-AmountEdit-STR
            move spaces to CLS-Record
            string
                "  New journal records:   " delimited by size
                WS-CountEdit-STR delimited by size
                "  (1 carry-forward," delimited by size
                WS-AmountEdit-STR delimited by size
                " standing cells)" delimited by size
                into CLS-Record
            end-string
            write CLS-Record
            if WS-NewJrnBad-BOOL = rl-true
                move spaces to CLS-Record
                string
                    "  cannot start new journal " delimited by size
                    WS-JrnFile-STR delimited by space
                    into CLS-Record
                end-string
                write CLS-Record
            end-if

            move spaces to CLS-Record
            write CLS-Record
            move "Ledger:" to CLS-Record
            write CLS-Record
            move WS-LgrRead-NUM to WS-CountEdit-STR
            move spaces to CLS-Record
            string
                "  Records read:          " delimited by size
                WS-CountEdit-STR delimited by size
                into CLS-Record
            end-string
            write CLS-Record
            move WS-LgrArchived-NUM to WS-CountEdit-STR
            move spaces to CLS-Record
            string
                "  Records archived:      " delimited by size
                WS-CountEdit-STR delimited by size
                "  to " delimited by size
                WS-LgrArcFile-STR delimited by space
                into CLS-Record
            end-string
            write CLS-Record
            move WS-LgrNew-NUM to WS-CountEdit-STR
            move spaces to CLS-Record
            string
                "  New ledger records:    " delimited by size
                WS-CountEdit-STR delimited by size
                "  (carry-forward)" delimited by size
                into CLS-Record
            end-string
            write CLS-Record
            if WS-NewLgrBad-BOOL = rl-true
                move spaces to CLS-Record
                string
                    "  cannot start new ledger " delimited by size
                    WS-LgrFile-STR delimited by space
                    into CLS-Record
                end-string
                write CLS-Record
            end-if

            move spaces to CLS-Record
            write CLS-Record
            move "Balances carried forward:" to CLS-Record
            write CLS-Record
            move WS-Budget-NUM to WS-AmountEdit-STR
            move WS-JournalBalance-NUM to WS-Amount2Edit-STR
            move spaces to CLS-Record
            if WS-JournalBalSeen-BOOL = rl-true
                string
                    "  Closing balance:       " delimited by size
                    WS-AmountEdit-STR delimited by size
                    "  (journal " delimited by size
                    WS-Amount2Edit-STR delimited by size
                    ")" delimited by size
                    into CLS-Record
                end-string
            else
                string
                    "  Closing balance:       " delimited by size
                    WS-AmountEdit-STR delimited by size
                    "  (journal carries none)" delimited by size
                    into CLS-Record
                end-string
            end-if
            write CLS-Record
            move WS-Debt-NUM to WS-AmountEdit-STR
            move WS-InterestOut-NUM to WS-Amount2Edit-STR
            move spaces to CLS-Record
            string
                "  Debt outstanding:      " delimited by size
                WS-AmountEdit-STR delimited by size
                "  (interest owed " delimited by size
                WS-Amount2Edit-STR delimited by size
                ")" delimited by size
                into CLS-Record
            end-string
            write CLS-Record
            move WS-TickNumber-NUM to WS-AmountEdit-STR
            move spaces to CLS-Record
            string
                "  Tick number:           " delimited by size
                WS-AmountEdit-STR delimited by size
                into CLS-Record
            end-string
            write CLS-Record
            move WS-HomesCarried-NUM to WS-AmountEdit-STR
            move spaces to CLS-Record
            string
                "  Homes carried:         " delimited by size
                WS-AmountEdit-STR delimited by size
                into CLS-Record
            end-string
            write CLS-Record

            move spaces to CLS-Record
            write CLS-Record
            move spaces to CLS-Record
            if WS-CloseOk-BOOL = rl-true
                move "Verdict: PASS - period closed" to CLS-Record
            else
                string
                    "Verdict: FAIL - close refused, " delimited by size
                    WS-Refusal-STR delimited by size
                    into CLS-Record
                end-string
                move 8 to return-code
            end-if
            write CLS-Record

            close CLS-FILE
        .

        *> Checks the save pair named in WS-ChkSaveFile-STR and
        *> WS-ChkBgtFile-STR against their trailers: the layout's
        *> cells must count and hash to what its trailer says, and
        *> both trailers must carry the same hash, stamp and the
        *> balance the budget record holds. A pair with no trailer
        *> on either side was written before trailers were kept and
        *> is taken on trust; one trailer without the other means a
        *> save was cut short between the two files
        check-save-pair section.
            move rl-false to WS-ChkFound-BOOL
            move rl-false to WS-ChkGood-BOOL
            move rl-false to WS-ChkLegacy-BOOL
            move 0 to WS-ChkCount-NUM
            move 0 to WS-ChkHash-NUM
            move 0 to WS-ChkBalance-NUM
            move spaces to WS-ChkSaveTrl-STR
            move spaces to WS-ChkBgtTrl-STR

            move WS-ChkSaveFile-STR to WS-GenInFile-STR
            move 0 to WS-EOF-BOOL
            open input GIN-FILE
            if WS-FileStatus-STR = "00" or WS-FileStatus-STR = " "
                move rl-true to WS-ChkFound-BOOL
                perform until WS-EOF-BOOL = rl-true
                    read GIN-FILE into GIN-Record
                        at end
                            move rl-true to WS-EOF-BOOL
                        not at end
                            perform tally-save-check
                    end-read
                end-perform
                close GIN-FILE
            end-if

            if WS-ChkFound-BOOL = rl-true
                move WS-ChkBgtFile-STR to WS-GenInFile-STR
                move 0 to WS-EOF-BOOL
                open input GIN-FILE
                if WS-FileStatus-STR = "00" or WS-FileStatus-STR = " "
                    perform until WS-EOF-BOOL = rl-true
                        read GIN-FILE into GIN-Record
                            at end
                                move rl-true to WS-EOF-BOOL
                            not at end
                                perform tally-budget-check
                        end-read
                    end-perform
                    close GIN-FILE
                end-if

                if WS-ChkSaveTrl-STR = spaces
                    and WS-ChkBgtTrl-STR = spaces
                    move rl-true to WS-ChkLegacy-BOOL
                else
                    perform judge-save-pair
                end-if
            end-if
        .

        tally-save-check section.
            if GIN-Record(1:4) = "TRLR"
                move GIN-Record to WS-ChkSaveTrl-STR
            else
                if GIN-Record(1:4) is numeric
                    add 1 to WS-ChkCount-NUM
                    if GIN-Record(9:3) is numeric
                        add function numval(GIN-Record(9:3))
                            to WS-ChkHash-NUM
                    end-if
                end-if
            end-if
        .

        tally-budget-check section.
            if GIN-Record(1:4) = "TRLR"
                move GIN-Record to WS-ChkBgtTrl-STR
            else
                if GIN-Record(1:6) is numeric
                    move GIN-Record(1:6) to WS-ChkBalance-NUM
                end-if
            end-if
        .

        judge-save-pair section.
            if WS-ChkSaveTrl-STR(6:6) is numeric
                and WS-ChkSaveTrl-STR(13:10) is numeric
                and WS-ChkSaveTrl-STR(24:6) is numeric
                and WS-ChkBgtTrl-STR(24:6) is numeric
                if WS-ChkSaveTrl-STR(6:6) = WS-ChkCount-NUM
                    and WS-ChkSaveTrl-STR(13:10) = WS-ChkHash-NUM
                    and WS-ChkSaveTrl-STR(24:6) = WS-ChkBalance-NUM
                    and WS-ChkBgtTrl-STR(24:6) = WS-ChkBalance-NUM
                    and WS-ChkBgtTrl-STR(13:10)
                        = WS-ChkSaveTrl-STR(13:10)
                    and WS-ChkBgtTrl-STR(31:15)
                        = WS-ChkSaveTrl-STR(31:15)
                    move rl-true to WS-ChkGood-BOOL
                end-if
            end-if
        .
