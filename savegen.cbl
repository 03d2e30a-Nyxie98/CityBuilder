        identification division.
        program-id. savegen.

        environment division.
        input-output section.
        file-control.
            select GIN-FILE assign using WS-GenInFile-STR
                organization line sequential
                file status is WS-FileStatus-STR.
            select GOUT-FILE assign using WS-GenOutFile-STR
                organization line sequential
                file status is WS-FileStatus-STR.
            select GEN-FILE assign using WS-GenFile-STR
                organization line sequential
                file status is WS-FileStatus-STR.
            select GCT-FILE assign "CITYRST.DAT"
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

        *> Either half of a save pair, read to check its trailer or
        *> copied back over the current pair
        fd GIN-FILE.
        01 GIN-Record             pic x(45).

        fd GOUT-FILE.
        01 GOUT-Record            pic x(45).

        *> The generation listing this program leaves behind
        fd GEN-FILE.
        01 GEN-Record             pic x(80).

        *> One-record control file - LIST, the default, only
        *> reports; RESTORE n puts generation n back as the current
        *> save pair and the card is set back to LIST, so a rerun
        *> cannot restore twice
        fd GCT-FILE.
        01 GCT-Record             pic x(20).

        *> City registry and selection, shared with the game
        fd REG-FILE.
        01 REG-Record             pic x(60).

        fd SEL-FILE.
        01 SEL-Record             pic x(20).

        working-storage section.

        *> Data file names - classic single-city set until the
        *> registry says otherwise
        01 WS-SaveFile-STR      pic x(20) value "CITYSAVE.DAT".
        01 WS-BgtFile-STR       pic x(20) value "CITYBGT.DAT".
        01 WS-GenFile-STR       pic x(20) value "CITYGEN.DAT".

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

        *> What the control card asked for
        01 WS-Mode-STR          pic x(8) value "LIST".
        01 WS-RestoreGen-NUM    pic 9 value 0.
        01 WS-Refusal-STR       pic x(40) value spaces.
        01 WS-Restored-BOOL     pic 9 value 0.

        *> Save generations, named the way the game names them
        01 WS-SaveGenMax-NUM    pic 9 value 3.
        01 WS-SaveGen-NUM       pic 9 value 0.
        01 WS-GenSaveFile-STR   pic x(20) value spaces.
        01 WS-GenBgtFile-STR    pic x(20) value spaces.
        01 WS-HoldSaveFile-STR  pic x(20) value spaces.
        01 WS-HoldBgtFile-STR   pic x(20) value spaces.
        01 WS-GenInFile-STR     pic x(20) value spaces.
        01 WS-GenOutFile-STR    pic x(20) value spaces.

        *> The pair being checked and what its trailers say
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
        01 WS-CurrentGood-BOOL  pic 9 value 0.

        01 WS-CountEdit-STR     pic z(5)9.
        01 WS-HashEdit-STR      pic z(9)9.
        01 WS-AmountEdit-STR    pic z(5)9.

        copy rl-bool.

        procedure division.
        main-procedure.

        perform load-registry.
        if WS-RegBad-BOOL = rl-true
            display "Selected city not in registry - run refused"
            move 8 to return-code
            goback
        end-if
        perform load-control.

        open output GEN-FILE.
        move "Save generations" to GEN-Record.
        write GEN-Record.
        move spaces to GEN-Record.
        write GEN-Record.

        if WS-Mode-STR = "RESTORE"
            perform restore-generation
        end-if
        perform list-generations.
        perform write-verdict.
        close GEN-FILE.

        goback.

        *> Same selection step the game runs: CITYSEL.DAT names the
        *> city, CITYREG.DAT maps it to a file prefix, and the data
        *> file names are rebuilt from that prefix - no registry
        *> means the classic single-city CITY* file set
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
                *> and restoring over the wrong city's save is
                *> exactly the mistake to refuse
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
                    "SAVE.DAT" delimited by size
                    into WS-SaveFile-STR
                end-string
                string WS-CityPrefix-STR delimited by space
                    "BGT.DAT" delimited by size
                    into WS-BgtFile-STR
                end-string
                string WS-CityPrefix-STR delimited by space
                    "GEN.DAT" delimited by size
                    into WS-GenFile-STR
                end-string
            end-if
        .

        load-control section.
            open input GCT-FILE
            if WS-FileStatus-STR = "00" or WS-FileStatus-STR = " "
                read GCT-FILE into GCT-Record
                    at end
                        continue
                    not at end
                        if GCT-Record(1:7) = "RESTORE"
                            move "RESTORE" to WS-Mode-STR
                            if GCT-Record(9:1) is numeric
                                move GCT-Record(9:1)
                                    to WS-RestoreGen-NUM
                            end-if
                        end-if
                end-read
                close GCT-FILE
            end-if
        .

        *> Puts generation WS-RestoreGen-NUM back as the current
        *> pair - only a generation whose trailers check out; the
        *> pair it replaces is listed first so the report shows
        *> what was given up, and kept as the holding pair
        *> <prefix>SAV0/BGT0 so a wrong restore can be copied back
        restore-generation section.
            if WS-RestoreGen-NUM < 1
                or WS-RestoreGen-NUM > WS-SaveGenMax-NUM
                move "no such generation" to WS-Refusal-STR
            else
                move WS-RestoreGen-NUM to WS-SaveGen-NUM
                perform build-generation-names
                move WS-GenSaveFile-STR to WS-ChkSaveFile-STR
                move WS-GenBgtFile-STR to WS-ChkBgtFile-STR
                perform check-save-pair
                if WS-ChkGood-BOOL = rl-false
                    move "generation does not check out"
                        to WS-Refusal-STR
                end-if
            end-if

            if WS-Refusal-STR = spaces
                move WS-SaveFile-STR to WS-ChkSaveFile-STR
                move WS-BgtFile-STR to WS-ChkBgtFile-STR
                perform check-save-pair
                move spaces to GEN-Record
                if WS-ChkFound-BOOL = rl-true
                    move 0 to WS-SaveGen-NUM
                    perform build-generation-names
                    move WS-GenSaveFile-STR to WS-HoldSaveFile-STR
                    move WS-GenBgtFile-STR to WS-HoldBgtFile-STR
                    move WS-SaveFile-STR to WS-GenInFile-STR
                    move WS-HoldSaveFile-STR to WS-GenOutFile-STR
                    perform copy-generation-file
                    move WS-BgtFile-STR to WS-GenInFile-STR
                    move WS-HoldBgtFile-STR to WS-GenOutFile-STR
                    perform copy-generation-file
                    string
                        "Replaced (kept as " delimited by size
                        WS-HoldSaveFile-STR delimited by space
                        " / " delimited by size
                        WS-HoldBgtFile-STR delimited by space
                        "):" delimited by size
                        into GEN-Record
                    end-string
                else
                    move "Replaced:" to GEN-Record
                end-if
                write GEN-Record
                move 0 to WS-SaveGen-NUM
                perform list-one-generation
                move spaces to GEN-Record
                write GEN-Record

                move WS-RestoreGen-NUM to WS-SaveGen-NUM
                perform build-generation-names
                move WS-GenSaveFile-STR to WS-GenInFile-STR
                move WS-SaveFile-STR to WS-GenOutFile-STR
                perform copy-generation-file
                move WS-GenBgtFile-STR to WS-GenInFile-STR
                move WS-BgtFile-STR to WS-GenOutFile-STR
                perform copy-generation-file
                move rl-true to WS-Restored-BOOL

                open output GCT-FILE
                move "LIST" to GCT-Record
                write GCT-Record
                close GCT-FILE
            end-if
        .

        list-generations section.
            move spaces to GEN-Record
            move "Generation" to GEN-Record(1:10)
            move "Status" to GEN-Record(12:6)
            move " Cells" to GEN-Record(24:6)
            move "      Hash" to GEN-Record(31:10)
            move "Balance" to GEN-Record(42:7)
            move "Saved" to GEN-Record(51:5)
            write GEN-Record

            move 0 to WS-SaveGen-NUM
            perform until WS-SaveGen-NUM > WS-SaveGenMax-NUM
                perform list-one-generation
                add 1 to WS-SaveGen-NUM
            end-perform
        .

        *> One line for generation WS-SaveGen-NUM - zero is the
        *> current pair the game loads
        list-one-generation section.
            if WS-SaveGen-NUM = 0
                move WS-SaveFile-STR to WS-ChkSaveFile-STR
                move WS-BgtFile-STR to WS-ChkBgtFile-STR
            else
                perform build-generation-names
                move WS-GenSaveFile-STR to WS-ChkSaveFile-STR
                move WS-GenBgtFile-STR to WS-ChkBgtFile-STR
            end-if
            perform check-save-pair
            if WS-SaveGen-NUM = 0
                if WS-ChkGood-BOOL = rl-true
                    or WS-ChkLegacy-BOOL = rl-true
                    move rl-true to WS-CurrentGood-BOOL
                else
                    move rl-false to WS-CurrentGood-BOOL
                end-if
            end-if

            move spaces to GEN-Record
            if WS-SaveGen-NUM = 0
                move "Current" to GEN-Record(1:10)
            else
                string
                    "Backup " delimited by size
                    WS-SaveGen-NUM delimited by size
                    into GEN-Record(1:10)
                end-string
            end-if
            evaluate true
                when WS-ChkFound-BOOL = rl-false
                    move "MISSING" to GEN-Record(12:10)
                when WS-ChkGood-BOOL = rl-true
                    move "GOOD" to GEN-Record(12:10)
                when WS-ChkLegacy-BOOL = rl-true
                    move "NO TRAILER" to GEN-Record(12:10)
                when other
                    move "BAD" to GEN-Record(12:10)
            end-evaluate

            if WS-ChkFound-BOOL = rl-true
                move WS-ChkCount-NUM to WS-CountEdit-STR
                move WS-CountEdit-STR to GEN-Record(24:6)
                move WS-ChkHash-NUM to WS-HashEdit-STR
                move WS-HashEdit-STR to GEN-Record(31:10)
                move WS-ChkBalance-NUM to WS-AmountEdit-STR
                move WS-AmountEdit-STR to GEN-Record(43:6)
                if WS-ChkSaveTrl-STR not = spaces
                    move WS-ChkSaveTrl-STR(31:8) to GEN-Record(51:8)
                    move WS-ChkSaveTrl-STR(40:6) to GEN-Record(60:6)
                end-if
            end-if
            write GEN-Record
        .

        write-verdict section.
            move spaces to GEN-Record
            write GEN-Record
            move spaces to GEN-Record
            evaluate true
                when WS-Refusal-STR not = spaces
                    string
                        "Verdict: FAIL - restore refused, "
                            delimited by size
                        WS-Refusal-STR delimited by size
                        into GEN-Record
                    end-string
                    move 8 to return-code
                when WS-Restored-BOOL = rl-true
                    string
                        "Verdict: PASS - generation " delimited by size
                        WS-RestoreGen-NUM delimited by size
                        " restored as the current save"
                            delimited by size
                        into GEN-Record
                    end-string
                when WS-CurrentGood-BOOL = rl-true
                    move "Verdict: PASS - current save checks out"
                        to GEN-Record
                when other
                    move "Verdict: FAIL - current save fails its check"
                        to GEN-Record
                    move 8 to return-code
            end-evaluate
            write GEN-Record
        .

        *> Generation WS-SaveGen-NUM's pair of file names - the
        *> layout as <prefix>SAVn.DAT, the budget as <prefix>BGTn.DAT
        build-generation-names section.
            move spaces to WS-GenSaveFile-STR
            move spaces to WS-GenBgtFile-STR
            string WS-CityPrefix-STR delimited by space
                "SAV" delimited by size
                WS-SaveGen-NUM delimited by size
                ".DAT" delimited by size
                into WS-GenSaveFile-STR
            end-string
            string WS-CityPrefix-STR delimited by space
                "BGT" delimited by size
                WS-SaveGen-NUM delimited by size
                ".DAT" delimited by size
                into WS-GenBgtFile-STR
            end-string
        .

        *> Copies WS-GenInFile-STR over WS-GenOutFile-STR record for
        *> record - a missing source leaves the target alone
        copy-generation-file section.
            move 0 to WS-EOF-BOOL
            open input GIN-FILE
            if WS-FileStatus-STR = "00" or WS-FileStatus-STR = " "
                open output GOUT-FILE
                perform until WS-EOF-BOOL = rl-true
                    read GIN-FILE into GIN-Record
                        at end
                            move rl-true to WS-EOF-BOOL
                        not at end
                            move GIN-Record to GOUT-Record
                            write GOUT-Record
                    end-read
                end-perform
                close GOUT-FILE
                close GIN-FILE
            end-if
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
