            select BGT-FILE assign using WS-BgtFile-STR
                organization line sequential
                file status is WS-FileStatus-STR.
            select GIN-FILE assign using WS-GenInFile-STR
                organization line sequential
                file status is WS-FileStatus-STR.
            select GOUT-FILE assign using WS-GenOutFile-STR
                organization line sequential
                file status is WS-FileStatus-STR.
            select RPL-FILE assign "CITYRPL.DAT"
                organization line sequential
                file status is WS-FileStatus-STR.
        fd CFG-FILE.
        01 CFG-Record             pic x(86).

        *> The audit trail the game appends to, read from the top.
        *> After a period close it opens with a K record - balance
        *> at 45, debt at 52, tick number at 59, interest owed at 66
        *> - and an S record per standing cell, occupancy in the
        *> amount field and the damage flag at 52
        fd JRN-FILE.
        01 JRN-Record             pic x(80).

        *> The saved tile layout the game wrote out - read to compare
        *> against the replay, rewritten when rebuilding from journal.
        *> Its control trailer (TRLR) closes the file on a rebuild
        *> exactly as the game closes it
        fd SAVE-FILE.
        01 SAVE-Record            pic x(45).

        *> The saved budget alongside the layout - same two roles.
        *> Balance, lock and the tick counter (rebuilt from the T
        *> records) are checked or regenerated; the bond book rides
        *> in the other trailing bytes and per-tick repayments are
        *> ledger traffic, not journal traffic, so a rebuild carries
        *> only the debt a period close brought forward
        fd BGT-FILE.
        01 BGT-Record             pic x(45).

        *> Either half of a save pair, read to check its trailer or
        *> copied into the next generation before a rebuild
        fd GIN-FILE.
        01 GIN-Record             pic x(45).

        fd GOUT-FILE.
        01 GOUT-Record            pic x(45).

        *> One-record control file - REBUILD regenerates the save
        *> files from the journal, anything else just checks them
        *> rebuilt save carries the same distressed tiles
        01 WS-Damage-BOOL       pic 9 occurs 4096 times value 0.

        *> Occupancy carried in on the S records of a closed period;
        *> homes placed since start from the game's starter level
        01 WS-Occupancy-NUM     pic 9(2) occurs 4096 times value 0.

        *> The opening position a period close carried forward -
        *> the tick counter resumes from it and a rebuild hands the
        *> game back the bond book it held at the close
        01 WS-OpeningSeen-BOOL  pic 9 value 0.
        01 WS-OpeningTick-NUM   pic 9(6) value 0.
        01 WS-OpeningDebt-NUM   pic 9(6) value 0.
        01 WS-OpeningOwed-NUM   pic 9(6) value 0.
        01 WS-StandingCount-NUM pic 9(6) value 0.

        01 WS-StartBudget-NUM   pic 9(6) value 001000.

        *> The replayed balance - each journal record carries the
        01 WS-ExceptionCount-NUM pic 9(6) value 0.
        01 WS-TickCount-NUM     pic 9(6) value 0.

        *> Control trailer totals for a rebuilt save pair
        01 WS-TrlCount-NUM      pic 9(6) value 0.
        01 WS-TrlHash-NUM       pic 9(10) value 0.
        01 WS-TrlDate-NUM       pic 9(8) value 0.
        01 WS-TrlTime-NUM       pic 9(8) value 0.

        *> Save generations, named the way the game names them
        01 WS-SaveGenMax-NUM    pic 9 value 3.
        01 WS-SaveGen-NUM       pic 9 value 0.
        01 WS-GenSaveFile-STR   pic x(20) value spaces.
        01 WS-GenBgtFile-STR    pic x(20) value spaces.
        01 WS-PrevSaveFile-STR  pic x(20) value spaces.
        01 WS-PrevBgtFile-STR   pic x(20) value spaces.
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

        01 WS-Row-NUM           pic 9(4) value 0.
        01 WS-Col-NUM           pic 9(4) value 0.
        01 WS-RowEdit-STR       pic z(3)9.
                        (WS-JournalRow-NUM * WS-MapWidth-NUM)
                        + WS-JournalCol-NUM + 1
                    evaluate WS-JournalAction-STR
                        when "K"
                            perform replay-opening
                        when "S"
                            perform replay-standing
                        when "P"
                            perform replay-placement
                            move WS-JournalBudget-NUM
            end-if
        .

        *> A period close's carry-forward: the balance and tick
        *> counter the closed period ended on become the replay's
        *> starting point, and the bond book is kept for a rebuild
        replay-opening section.
            move rl-true to WS-OpeningSeen-BOOL
            move WS-JournalBudget-NUM to WS-Balance-NUM
            if JRN-Record(52:6) is numeric
                move JRN-Record(52:6) to WS-OpeningDebt-NUM
            end-if
            if JRN-Record(59:6) is numeric
                move JRN-Record(59:6) to WS-OpeningTick-NUM
                move WS-OpeningTick-NUM to WS-TickCount-NUM
            end-if
            if JRN-Record(66:6) is numeric
                move JRN-Record(66:6) to WS-OpeningOwed-NUM
            end-if
        .

        *> One cell standing at the close - part of the opening
        *> picture, so it goes straight onto the grid and never onto
        *> the undo stack the game's U key could reach
        replay-standing section.
            add 1 to WS-StandingCount-NUM
            move WS-JournalTile-NUM
                to WS-Grid-NUM(WS-GridIndex-NUM)
            if JRN-Record(42:2) is numeric
                move JRN-Record(42:2)
                    to WS-Occupancy-NUM(WS-GridIndex-NUM)
            end-if
            if JRN-Record(52:1) = "1"
                move rl-true to WS-Damage-BOOL(WS-GridIndex-NUM)
            else
                move rl-false to WS-Damage-BOOL(WS-GridIndex-NUM)
            end-if
            move WS-JournalBudget-NUM to WS-Balance-NUM
        .

        replay-placement section.
            perform push-undo-entry
            move WS-JournalTile-NUM
                to WS-Grid-NUM(WS-GridIndex-NUM)
            move rl-false to WS-Damage-BOOL(WS-GridIndex-NUM)
            move 0 to WS-Occupancy-NUM(WS-GridIndex-NUM)
        .

        replay-clearance section.
            perform push-undo-entry
            move 0 to WS-Grid-NUM(WS-GridIndex-NUM)
            move rl-false to WS-Damage-BOOL(WS-GridIndex-NUM)
            move 0 to WS-Occupancy-NUM(WS-GridIndex-NUM)
        .

        *> The game's U key always takes back the newest action, so
                        at end
                            move rl-true to WS-EOF-BOOL
                        not at end
                            if SAVE-Record(1:4) is numeric
                                perform restore-save-cell
                            end-if
                    end-read
                end-perform
                close SAVE-FILE
        *> exactly the shape the game writes them, so the next launch
        *> picks them up as if nothing happened
        rebuild-save-files section.
            accept WS-TrlDate-NUM from date yyyymmdd
            accept WS-TrlTime-NUM from time
            move 0 to WS-TrlCount-NUM
            move 0 to WS-TrlHash-NUM

            *> The pair being replaced becomes generation 1, the same
            *> as any save the game writes
            perform rotate-save-generations

            open output SAVE-FILE
            move 0 to WS-Row-NUM
            perform until WS-Row-NUM >= WS-MapHeight-NUM
                            to SAVE-Record(9:3)
                        *> Occupancy is not journalled - rebuilt
                        *> homes restart at the starter level the
                        *> game would give a fresh placement, unless
                        *> a period close carried their level in
                        if WS-Grid-NUM(WS-GridIndex-NUM) = 2
                            if WS-Occupancy-NUM(WS-GridIndex-NUM)
                                > 0
                                move WS-Occupancy-NUM(
                                    WS-GridIndex-NUM)
                                    to SAVE-Record(12:2)
                            else
                                move "02" to SAVE-Record(12:2)
                            end-if
                        end-if
                        move WS-Damage-BOOL(WS-GridIndex-NUM)
                            to SAVE-Record(14:1)
                        write SAVE-Record
                        add 1 to WS-TrlCount-NUM
                        add WS-Grid-NUM(WS-GridIndex-NUM)
                            to WS-TrlHash-NUM
                    end-if
                    add 1 to WS-Col-NUM
                end-perform
                add 1 to WS-Row-NUM
            end-perform

            move spaces to SAVE-Record
            move "TRLR" to SAVE-Record(1:4)
            move WS-TrlCount-NUM to SAVE-Record(6:6)
            move WS-TrlHash-NUM to SAVE-Record(13:10)
            move WS-Balance-NUM to SAVE-Record(24:6)
            move WS-TrlDate-NUM to SAVE-Record(31:8)
            move WS-TrlTime-NUM(1:6) to SAVE-Record(40:6)
            write SAVE-Record
            close SAVE-FILE

            open output BGT-FILE
            else
                move rl-false to BGT-Record(7:1)
            end-if
            if WS-OpeningSeen-BOOL = rl-true
                move WS-OpeningDebt-NUM to BGT-Record(8:6)
                move WS-OpeningOwed-NUM to BGT-Record(26:6)
            end-if
            move WS-TickCount-NUM to BGT-Record(32:6)
            write BGT-Record

            move spaces to BGT-Record
            move "TRLR" to BGT-Record(1:4)
            move "000001" to BGT-Record(6:6)
            move WS-TrlHash-NUM to BGT-Record(13:10)
            move WS-Balance-NUM to BGT-Record(24:6)
            move WS-TrlDate-NUM to BGT-Record(31:8)
            move WS-TrlTime-NUM(1:6) to BGT-Record(40:6)
            write BGT-Record
            close BGT-FILE
        .

        *> Rolls every generation back one before a save is written
        *> over the current pair - but only when the current pair
        *> checks out, so a torn save never pushes a good backup
        *> off the end
        rotate-save-generations section.
            move WS-SaveFile-STR to WS-ChkSaveFile-STR
            move WS-BgtFile-STR to WS-ChkBgtFile-STR
            perform check-save-pair
            if WS-ChkGood-BOOL = rl-true
                move WS-SaveGenMax-NUM to WS-SaveGen-NUM
                perform until WS-SaveGen-NUM < 2
                    perform roll-generation
                    subtract 1 from WS-SaveGen-NUM
                end-perform

                move 1 to WS-SaveGen-NUM
                perform build-generation-names
                move WS-SaveFile-STR to WS-GenInFile-STR
                move WS-GenSaveFile-STR to WS-GenOutFile-STR
                perform copy-generation-file
                move WS-BgtFile-STR to WS-GenInFile-STR
                move WS-GenBgtFile-STR to WS-GenOutFile-STR
                perform copy-generation-file
            end-if
        .

        *> Copies the generation before WS-SaveGen-NUM over it
        roll-generation section.
            subtract 1 from WS-SaveGen-NUM
            perform build-generation-names
            move WS-GenSaveFile-STR to WS-PrevSaveFile-STR
            move WS-GenBgtFile-STR to WS-PrevBgtFile-STR
            add 1 to WS-SaveGen-NUM
            perform build-generation-names
            move WS-PrevSaveFile-STR to WS-GenInFile-STR
            move WS-GenSaveFile-STR to WS-GenOutFile-STR
            perform copy-generation-file
            move WS-PrevBgtFile-STR to WS-GenInFile-STR
            move WS-GenBgtFile-STR to WS-GenOutFile-STR
            perform copy-generation-file
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

        *> The verdict: every cell where the journal and the save
        *> disagree, the budget comparison, and the record tallies -
        *> or, after a rebuild, a note saying what was regenerated
            end-string
            write EXC-Record

            if WS-OpeningSeen-BOOL = rl-true
                move WS-OpeningTick-NUM to WS-CountEdit-STR
                move spaces to EXC-Record
                string
                    "Opening position carried forward at tick "
                        delimited by size
                    WS-CountEdit-STR delimited by size
                    into EXC-Record
                end-string
                write EXC-Record
                move WS-StandingCount-NUM to WS-CountEdit-STR
                move spaces to EXC-Record
                string
                    "Standing cells carried forward: "
                        delimited by size
                    WS-CountEdit-STR delimited by size
                    into EXC-Record
                end-string
                write EXC-Record
            end-if

            if WS-BadRecordCount-NUM > 0
                move WS-BadRecordCount-NUM to WS-CountEdit-STR
                move spaces to EXC-Record
                        " disagreements" delimited by size
                        into EXC-Record
                    end-string
                    move 8 to return-code
                end-if
                write EXC-Record
            end-if
