        identification division.
        program-id. forecast.

        environment division.
        input-output section.
        file-control.
            select SCN-FILE assign using WS-ScnFile-STR
                organization line sequential
                file status is WS-FileStatus-STR.
            select SAVE-FILE assign using WS-SaveFile-STR
                organization line sequential
                file status is WS-FileStatus-STR.
            select BGT-FILE assign using WS-BgtFile-STR
                organization line sequential
                file status is WS-FileStatus-STR.
            select FCS-FILE assign using WS-FcsFile-STR
                organization line sequential
                file status is WS-FileStatus-STR.
            select CAT-FILE assign using WS-CatFile-STR
                organization line sequential
                file status is WS-FileStatus-STR.
            select FCP-FILE assign "CITYFCP.DAT"
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

        *> Map width / height, same record the game reads
        fd SCN-FILE.
        01 SCN-Record             pic x(8).

        *> The saved layout the projection starts from - tile code,
        *> occupancy and damage are all needed here
        fd SAVE-FILE.
        01 SAVE-Record            pic x(14).

        *> The saved budget and bond book
        fd BGT-FILE.
        01 BGT-Record             pic x(37).

        *> The forecast this program leaves behind
        fd FCS-FILE.
        01 FCS-Record             pic x(80).

        *> Tile catalog master, shared with the game
        fd CAT-FILE.
        01 CAT-Record             pic x(80).

        *> How far ahead to look - ticks at 1:3. No file, or a
        *> number that will not read, means the standard horizon
        fd FCP-FILE.
        01 FCP-Record             pic x(20).

        *> City registry and selection, shared with the game
        fd REG-FILE.
        01 REG-Record             pic x(60).

        fd SEL-FILE.
        01 SEL-Record             pic x(20).

        working-storage section.

        *> Data file names - classic single-city set until the
        *> registry says otherwise
        01 WS-ScnFile-STR       pic x(20) value "CITYSCN.DAT".
        01 WS-SaveFile-STR      pic x(20) value "CITYSAVE.DAT".
        01 WS-BgtFile-STR       pic x(20) value "CITYBGT.DAT".
        01 WS-FcsFile-STR       pic x(20) value "CITYFCS.DAT".
        01 WS-CatFile-STR       pic x(20) value "CITYCAT.DAT".

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

        *> The map - same layout and defaults as the game itself
        01 WS-MapWidth-NUM      pic 9(4) value 0016.
        01 WS-MapHeight-NUM     pic 9(4) value 0016.
        01 WS-GridCells-NUM     pic 9(5) value 00256.
        01 WS-GridCellsCheck-NUM pic 9(8) value 0.
        01 WS-Grid-NUM          pic 9(3) occurs 4096 times value 0.
        01 WS-GridIndex-NUM     pic 9(5) value 0.
        01 WS-RestoreTile-NUM   pic 9(3) value 0.
        01 WS-Occupancy-NUM     pic 9(2) occurs 4096 times value 0.
        01 WS-Damaged-BOOL      pic 9 occurs 4096 times value 0.

        *> The catalog the game loads - the prices every tick runs on
        copy tile-cat.

        *> The economy's constants - the game's own values
        01 WS-PopPerRes-NUM     pic 9(2) value 08.
        01 WS-JobsPerCom-NUM    pic 9(2) value 05.
        01 WS-JobsPerInd-NUM    pic 9(2) value 08.
        01 WS-BondPayment-NUM   pic 9(5) value 00025.
        01 WS-SchoolRadius-NUM  pic 9(2) value 03.

        *> The position the projection starts from and carries
        *> forward tick by tick
        01 WS-Budget-NUM        pic 9(6) value 0.
        01 WS-BudgetLocked-BOOL pic 9 value 0.
        01 WS-Debt-NUM          pic 9(6) value 0.
        01 WS-InterestOut-NUM   pic 9(6) value 0.
        01 WS-TickNumber-NUM    pic 9(6) value 0.
        01 WS-BudgetLoaded-BOOL pic 9 value 0.
        01 WS-StartBudget-NUM   pic 9(6) value 0.
        01 WS-StartDebt-NUM     pic 9(6) value 0.
        01 WS-StartTick-NUM     pic 9(6) value 0.
        01 WS-StartPop-NUM      pic 9(6) value 0.

        *> How far ahead, and where the projection has got to
        01 WS-Horizon-NUM       pic 9(3) value 020.
        01 WS-HorizonStd-NUM    pic 9(3) value 020.
        01 WS-TickLoop-NUM      pic 9(3) value 0.

        *> One projected tick
        01 WS-BondPaid-NUM      pic 9(5) value 0.
        01 WS-TickRevenue-NUM   pic 9(6) value 0.
        01 WS-TickUpkeep-NUM    pic 9(6) value 0.
        01 WS-TickBalance-NUM   pic s9(7) value 0.
        01 WS-OccRevenue-NUM    pic 9(6) value 0.
        01 WS-DebtCleared-BOOL  pic 9 value 0.

        *> The two ticks the forecast exists to find
        01 WS-LockTick-NUM      pic 9(6) value 0.
        01 WS-ClearTick-NUM     pic 9(6) value 0.
        01 WS-LockedTicks-NUM   pic 9(3) value 0.

        *> Horizon totals
        01 WS-RevTotal-NUM      pic 9(8) value 0.
        01 WS-UpTotal-NUM       pic 9(8) value 0.
        01 WS-BondTotal-NUM     pic 9(8) value 0.

        *> Derived city statistics, rebuilt before every tick the
        *> way the game rebuilds them after every change
        01 WS-Population-NUM    pic 9(6) value 0.
        01 WS-Jobs-NUM          pic 9(6) value 0.
        01 WS-JobsBalance-NUM   pic s9(6) value 0.
        01 WS-CellDesir-NUM     pic s9(4) value 0.
        01 WS-OccDelta-NUM      pic s9(2) value 0.
        01 WS-OccWork-NUM       pic s9(4) value 0.
        01 WS-StatRow-NUM       pic 9(4) value 0.
        01 WS-StatCol-NUM       pic 9(4) value 0.
        01 WS-StatIndex-NUM     pic 9(5) value 0.

        *> Orthogonal neighbour census around one cell
        01 WS-CellRow-NUM       pic s9(6) value 0.
        01 WS-CellCol-NUM       pic s9(6) value 0.
        01 WS-NbrLoop-NUM       pic 9(1) value 0.
        01 WS-NbrRow-NUM        pic s9(6) value 0.
        01 WS-NbrCol-NUM        pic s9(6) value 0.
        01 WS-NbrIndex-NUM      pic 9(5) value 0.
        01 WS-NbrRoad-NUM       pic 9(1) value 0.
        01 WS-NbrPark-NUM       pic 9(1) value 0.
        01 WS-NbrWater-NUM      pic 9(1) value 0.
        01 WS-NbrInd-NUM        pic 9(1) value 0.

        *> School blanket - the grid does not change over the
        *> horizon, so it is painted once
        01 WS-SchoolCover-BOOL  pic 9 occurs 4096 times value 0.
        01 WS-CovIndex-NUM      pic 9(5) value 0.
        01 WS-CovRow-NUM        pic s9(6) value 0.
        01 WS-CovCol-NUM        pic s9(6) value 0.
        01 WS-CovFromRow-NUM    pic s9(6) value 0.
        01 WS-CovToRow-NUM      pic s9(6) value 0.
        01 WS-CovFromCol-NUM    pic s9(6) value 0.
        01 WS-CovToCol-NUM      pic s9(6) value 0.
        01 WS-CovScanRow-NUM    pic s9(6) value 0.
        01 WS-CovScanCol-NUM    pic s9(6) value 0.

        *> Commute distances - road steps from each road to the
        *> nearest road serving a shop or works. Like the school
        *> blanket they are worked out once; a short commute adds a
        *> point to a home's desirability, a long one takes a point
        *> off, and a home no road can take to work loses two
        01 WS-CommuteDist-NUM   pic 9(4) occurs 4096 times
                                value 9999.
        01 WS-CommuteQueue-NUM  pic 9(5) occurs 4096 times value 0.
        01 WS-CommuteQHead-NUM  pic 9(5) value 0.
        01 WS-CommuteQTail-NUM  pic 9(5) value 0.
        01 WS-CommuteScan-NUM   pic 9(5) value 0.
        01 WS-CommuteNone-NUM   pic 9(4) value 9999.
        01 WS-CommuteNear-NUM   pic 9(2) value 04.
        01 WS-CommuteFar-NUM    pic 9(2) value 10.
        01 WS-HomeCommute-NUM   pic 9(4) value 0.
        01 WS-CommuteRating-NUM pic s9(1) value 0.

        01 WS-TickEdit-STR      pic z(5)9.
        01 WS-AmountEdit-STR    pic z(5)9.
        01 WS-TotalEdit-STR     pic z(7)9.
        01 WS-CountEdit-STR     pic zz9.

        copy rl-bool.

        procedure division.
        main-procedure.

        perform load-registry.
        if WS-RegBad-BOOL = rl-true
            display "Selected city not in registry - run refused"
            move 8 to return-code
            goback
        end-if
        perform load-scenario.
        perform load-catalog.
        perform load-layout.
        perform load-budget.
        perform load-horizon.
        perform compute-coverage.
        perform compute-commute.

        open output FCS-FILE.
        perform write-heading.
        move 1 to WS-TickLoop-NUM.
        perform until WS-TickLoop-NUM > WS-Horizon-NUM
            perform project-tick
            perform write-tick-line
            add 1 to WS-TickLoop-NUM
        end-perform.
        perform update-city-stats.
        perform write-summary.
        close FCS-FILE.

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
                *> and projecting the wrong city's books is
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
                    "SCN.DAT" delimited by size
                    into WS-ScnFile-STR
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
                    "FCS.DAT" delimited by size
                    into WS-FcsFile-STR
                end-string
                string WS-CityPrefix-STR delimited by space
                    "CAT.DAT" delimited by size
                    into WS-CatFile-STR
                end-string
            end-if
        .

        *> Reads the map width/height the same way the game does, so
        *> both sides agree on the shape of the plot
        load-scenario section.
            open input SCN-FILE
            if WS-FileStatus-STR = "00" or WS-FileStatus-STR = " "
                read SCN-FILE into SCN-Record
                    at end
                        continue
                    not at end
                        move SCN-Record(1:4) to WS-MapWidth-NUM
                        move SCN-Record(5:4) to WS-MapHeight-NUM
                end-read
                close SCN-FILE
            end-if

            compute WS-GridCellsCheck-NUM =
                WS-MapWidth-NUM * WS-MapHeight-NUM

            if WS-MapWidth-NUM = 0 or WS-MapHeight-NUM = 0
                or WS-GridCellsCheck-NUM > 4096
                move 16  to WS-MapWidth-NUM
                move 16  to WS-MapHeight-NUM
                move 256 to WS-GridCells-NUM
            else
                move WS-GridCellsCheck-NUM to WS-GridCells-NUM
            end-if
        .

        *> The price book the game plays by: the standard slots
        *> first, then the city's catalog master file laid over
        *> them - a slot the file names is repriced, the slot after
        *> the last one in force is added. Records that do not edit
        *> clean are passed over here; the catalog program reports
        *> them
        load-catalog section.
            perform varying WS-CatLoop-NUM from 1 by 1
                until WS-CatLoop-NUM > WS-CatalogStandard-NUM
                move WS-CatStd-Entry(WS-CatLoop-NUM)
                    to WS-TileCatalog-Entry(WS-CatLoop-NUM)
            end-perform
            move WS-CatalogStandard-NUM to WS-TileCatalog-NUM
            move zeros to WS-CatNamed-List

            move 0 to WS-EOF-BOOL
            open input CAT-FILE
            if WS-FileStatus-STR = "00" or WS-FileStatus-STR = " "
                move rl-true to WS-CatLoaded-BOOL
                perform until WS-EOF-BOOL = rl-true
                    read CAT-FILE into CAT-Record
                        at end
                            move rl-true to WS-EOF-BOOL
                        not at end
                            perform load-catalog-record
                    end-read
                end-perform
                close CAT-FILE
            end-if
        .

        *> The same edits the catalog program makes: a record with
        *> no texture, or naming a slot an earlier record already
        *> named, is passed by
        load-catalog-record section.
            if CAT-Record(1:3) is numeric
                and CAT-Record(5:12) not = spaces
                and CAT-Record(27:5) is numeric
                and CAT-Record(33:4) is numeric
                and CAT-Record(38:4) is numeric
                and CAT-Record(43:32) not = spaces
                move CAT-Record(1:3) to WS-CatSlot-NUM
                if WS-CatSlot-NUM > 0
                    and WS-CatSlot-NUM <= WS-TileCatalogMax-NUM
                    and WS-CatSlot-NUM <= WS-TileCatalog-NUM + 1
                    if WS-CatNamed-BOOL(WS-CatSlot-NUM) = rl-false
                        move CAT-Record(5:12)
                            to WS-TileCatalog-Name-STR(WS-CatSlot-NUM)
                        move CAT-Record(18:6)
                            to WS-TileCatalog-Goal-STR(WS-CatSlot-NUM)
                        move CAT-Record(25:1)
                            to WS-TileCatalog-Glyph-STR(WS-CatSlot-NUM)
                        move CAT-Record(27:5)
                            to WS-TileCatalog-Cost-NUM(WS-CatSlot-NUM)
                        move CAT-Record(33:4) to
                            WS-TileCatalog-Revenue-NUM(WS-CatSlot-NUM)
                        move CAT-Record(38:4) to
                            WS-TileCatalog-Upkeep-NUM(WS-CatSlot-NUM)
                        move CAT-Record(43:32)
                            to WS-TileCatalog-File-STR(WS-CatSlot-NUM)
                        if WS-CatSlot-NUM > WS-TileCatalog-NUM
                            move WS-CatSlot-NUM to WS-TileCatalog-NUM
                        end-if
                        move rl-true to WS-CatNamed-BOOL(WS-CatSlot-NUM)
                    end-if
                end-if
            end-if
        .

        load-layout section.
            move 0 to WS-EOF-BOOL
            open input SAVE-FILE
            if WS-FileStatus-STR = "00" or WS-FileStatus-STR = " "
                perform until WS-EOF-BOOL = rl-true
                    read SAVE-FILE into SAVE-Record
                        at end
                            move rl-true to WS-EOF-BOOL
                        not at end
                            if SAVE-Record(1:4) is numeric
                                perform restore-cell
                            end-if
                    end-read
                end-perform
                close SAVE-FILE
            end-if
        .

        *> Same restore the game's load runs - occupancy capped at
        *> a full home, a save from before occupancy reads full,
        *> and the damage flag comes back with the tile
        restore-cell section.
            compute WS-GridIndex-NUM =
                (function numval(SAVE-Record(1:4))
                    * WS-MapWidth-NUM)
                + function numval(SAVE-Record(5:4)) + 1
            move SAVE-Record(9:3) to WS-RestoreTile-NUM

            if WS-GridIndex-NUM > 0
                and WS-GridIndex-NUM <= WS-GridCells-NUM
                and WS-RestoreTile-NUM > 0
                and WS-RestoreTile-NUM <= WS-TileCatalog-NUM
                move WS-RestoreTile-NUM
                    to WS-Grid-NUM(WS-GridIndex-NUM)
                if WS-RestoreTile-NUM = 2
                    if SAVE-Record(12:2) is numeric
                        move SAVE-Record(12:2)
                            to WS-Occupancy-NUM(WS-GridIndex-NUM)
                        if WS-Occupancy-NUM(WS-GridIndex-NUM)
                            > WS-PopPerRes-NUM
                            move WS-PopPerRes-NUM to
                                WS-Occupancy-NUM(WS-GridIndex-NUM)
                        end-if
                    else
                        move WS-PopPerRes-NUM
                            to WS-Occupancy-NUM(WS-GridIndex-NUM)
                    end-if
                end-if
                if SAVE-Record(14:1) = "1"
                    move rl-true
                        to WS-Damaged-BOOL(WS-GridIndex-NUM)
                end-if
            end-if
        .

        *> The budget, lock and bond book the game would resume
        *> with - a save from before bonds reads debt-free
        load-budget section.
            open input BGT-FILE
            if WS-FileStatus-STR = "00" or WS-FileStatus-STR = " "
                read BGT-FILE into BGT-Record
                    at end
                        continue
                    not at end
                        move rl-true to WS-BudgetLoaded-BOOL
                        if BGT-Record(1:6) is numeric
                            move BGT-Record(1:6) to WS-Budget-NUM
                        end-if
                        if BGT-Record(7:1) = "1"
                            move rl-true to WS-BudgetLocked-BOOL
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

            move WS-Budget-NUM to WS-StartBudget-NUM
            move WS-Debt-NUM to WS-StartDebt-NUM
            move WS-TickNumber-NUM to WS-StartTick-NUM
        .

        load-horizon section.
            open input FCP-FILE
            if WS-FileStatus-STR = "00" or WS-FileStatus-STR = " "
                read FCP-FILE into FCP-Record
                    at end
                        continue
                    not at end
                        if FCP-Record(1:3) is numeric
                            move FCP-Record(1:3) to WS-Horizon-NUM
                        end-if
                end-read
                close FCP-FILE
            end-if
            if WS-Horizon-NUM = 0
                move WS-HorizonStd-NUM to WS-Horizon-NUM
            end-if
        .

        *> One economy tick, taken in the game's own order: the
        *> city statistics as the last tick left them, bondholders
        *> paid off the top, every home moved a notch, then tax and
        *> upkeep. Nothing is built, repaired or borrowed and no
        *> hazard strikes - the city left exactly as it was saved
        project-tick section.
            perform update-city-stats
            if WS-TickLoop-NUM = 1
                move WS-Population-NUM to WS-StartPop-NUM
            end-if

            move rl-false to WS-DebtCleared-BOOL
            perform service-bond-debt
            perform update-occupancy

            move 0 to WS-TickRevenue-NUM
            move 0 to WS-TickUpkeep-NUM
            move 1 to WS-GridIndex-NUM
            perform until WS-GridIndex-NUM > WS-GridCells-NUM
                if WS-Grid-NUM(WS-GridIndex-NUM) > 0
                    perform tally-cell-flows
                end-if
                add 1 to WS-GridIndex-NUM
            end-perform

            compute WS-TickBalance-NUM =
                WS-Budget-NUM + WS-TickRevenue-NUM
                - WS-TickUpkeep-NUM
            if WS-TickBalance-NUM > 999999
                move 999999 to WS-TickBalance-NUM
            end-if

            if WS-TickBalance-NUM > 0
                move WS-TickBalance-NUM to WS-Budget-NUM
                move rl-false to WS-BudgetLocked-BOOL
            else
                move 0 to WS-Budget-NUM
                move rl-true to WS-BudgetLocked-BOOL
                add 1 to WS-LockedTicks-NUM
            end-if

            add 1 to WS-TickNumber-NUM
            if WS-BudgetLocked-BOOL = rl-true
                and WS-LockTick-NUM = 0
                move WS-TickNumber-NUM to WS-LockTick-NUM
            end-if
            if WS-DebtCleared-BOOL = rl-true
                move WS-TickNumber-NUM to WS-ClearTick-NUM
            end-if

            add WS-TickRevenue-NUM to WS-RevTotal-NUM
            add WS-TickUpkeep-NUM to WS-UpTotal-NUM
            add WS-BondPaid-NUM to WS-BondTotal-NUM
        .

        *> A damaged tile earns nothing but its upkeep still runs;
        *> homes pay by the head
        tally-cell-flows section.
            if WS-Damaged-BOOL(WS-GridIndex-NUM) = rl-false
                if WS-Grid-NUM(WS-GridIndex-NUM) = 2
                    compute WS-OccRevenue-NUM =
                        (WS-TileCatalog-Revenue-NUM(2)
                            * WS-Occupancy-NUM(WS-GridIndex-NUM))
                        / WS-PopPerRes-NUM
                    add WS-OccRevenue-NUM to WS-TickRevenue-NUM
                else
                    add WS-TileCatalog-Revenue-NUM(
                            WS-Grid-NUM(WS-GridIndex-NUM))
                        to WS-TickRevenue-NUM
                end-if
            end-if
            add WS-TileCatalog-Upkeep-NUM(
                    WS-Grid-NUM(WS-GridIndex-NUM))
                to WS-TickUpkeep-NUM
        .

        *> The scheduled payment, or whatever is left of debt or
        *> budget if either is smaller - interest settled first
        service-bond-debt section.
            move 0 to WS-BondPaid-NUM
            if WS-Debt-NUM > 0
                move WS-BondPayment-NUM to WS-BondPaid-NUM
                if WS-BondPaid-NUM > WS-Debt-NUM
                    move WS-Debt-NUM to WS-BondPaid-NUM
                end-if
                if WS-BondPaid-NUM > WS-Budget-NUM
                    move WS-Budget-NUM to WS-BondPaid-NUM
                end-if

                subtract WS-BondPaid-NUM from WS-Budget-NUM
                subtract WS-BondPaid-NUM from WS-Debt-NUM
                if WS-InterestOut-NUM > 0
                    if WS-BondPaid-NUM >= WS-InterestOut-NUM
                        move 0 to WS-InterestOut-NUM
                    else
                        subtract WS-BondPaid-NUM
                            from WS-InterestOut-NUM
                    end-if
                end-if

                if WS-Debt-NUM = 0
                    move rl-true to WS-DebtCleared-BOOL
                end-if
            end-if
        .

        *> Every home moves one notch toward where its own
        *> desirability and the city's jobs balance say it belongs
        update-occupancy section.
            compute WS-JobsBalance-NUM =
                WS-Jobs-NUM - WS-Population-NUM

            move 0 to WS-StatRow-NUM
            perform until WS-StatRow-NUM >= WS-MapHeight-NUM
                move 0 to WS-StatCol-NUM
                perform until WS-StatCol-NUM >= WS-MapWidth-NUM
                    compute WS-StatIndex-NUM =
                        (WS-StatRow-NUM * WS-MapWidth-NUM)
                        + WS-StatCol-NUM + 1
                    if WS-Grid-NUM(WS-StatIndex-NUM) = 2
                        perform update-one-home
                    end-if
                    add 1 to WS-StatCol-NUM
                end-perform
                add 1 to WS-StatRow-NUM
            end-perform
        .

        update-one-home section.
            move WS-StatRow-NUM to WS-CellRow-NUM
            move WS-StatCol-NUM to WS-CellCol-NUM
            perform count-neighbours

            compute WS-CellDesir-NUM =
                (2 * WS-NbrPark-NUM)
                - WS-NbrWater-NUM
                - (2 * WS-NbrInd-NUM)
            if WS-NbrRoad-NUM > 1
                compute WS-CellDesir-NUM =
                    WS-CellDesir-NUM - (WS-NbrRoad-NUM - 1)
            end-if
            if WS-SchoolCover-BOOL(WS-StatIndex-NUM) = rl-true
                add 2 to WS-CellDesir-NUM
            end-if
            perform rate-home-commute
            add WS-CommuteRating-NUM to WS-CellDesir-NUM

            move 0 to WS-OccDelta-NUM
            if WS-CellDesir-NUM > 0
                add 1 to WS-OccDelta-NUM
            end-if
            if WS-CellDesir-NUM < 0
                subtract 1 from WS-OccDelta-NUM
            end-if
            if WS-JobsBalance-NUM > 0
                add 1 to WS-OccDelta-NUM
            end-if
            if WS-JobsBalance-NUM < 0
                subtract 1 from WS-OccDelta-NUM
            end-if
            if WS-Damaged-BOOL(WS-StatIndex-NUM) = rl-true
                move -1 to WS-OccDelta-NUM
            end-if

            compute WS-OccWork-NUM =
                WS-Occupancy-NUM(WS-StatIndex-NUM)
                + WS-OccDelta-NUM
            if WS-OccWork-NUM < 0
                move 0 to WS-OccWork-NUM
            end-if
            if WS-OccWork-NUM > WS-PopPerRes-NUM
                move WS-PopPerRes-NUM to WS-OccWork-NUM
            end-if
            move WS-OccWork-NUM
                to WS-Occupancy-NUM(WS-StatIndex-NUM)
        .

        *> Population and jobs the way the game's statistics count
        *> them - heads in homes, fixed jobs per shop and works
        update-city-stats section.
            move 0 to WS-Population-NUM
            move 0 to WS-Jobs-NUM
            move 1 to WS-StatIndex-NUM
            perform until WS-StatIndex-NUM > WS-GridCells-NUM
                evaluate WS-Grid-NUM(WS-StatIndex-NUM)
                    when 2
                        add WS-Occupancy-NUM(WS-StatIndex-NUM)
                            to WS-Population-NUM
                    when 3
                        add WS-JobsPerCom-NUM to WS-Jobs-NUM
                    when 6
                        add WS-JobsPerInd-NUM to WS-Jobs-NUM
                end-evaluate
                add 1 to WS-StatIndex-NUM
            end-perform
        .

        *> Floods road distances out from every road that touches a
        *> Commercial or Industrial tile - those roads are distance
        *> zero and each road step beyond adds one. A road no job
        *> can be reached from keeps the no-commute marker
        compute-commute section.
            move 1 to WS-CommuteScan-NUM
            perform until WS-CommuteScan-NUM > WS-GridCells-NUM
                move WS-CommuteNone-NUM
                    to WS-CommuteDist-NUM(WS-CommuteScan-NUM)
                add 1 to WS-CommuteScan-NUM
            end-perform

            move 0 to WS-CommuteQHead-NUM
            move 0 to WS-CommuteQTail-NUM
            move 1 to WS-CommuteScan-NUM
            perform until WS-CommuteScan-NUM > WS-GridCells-NUM
                if WS-Grid-NUM(WS-CommuteScan-NUM) = 1
                    perform seed-commute-road
                end-if
                add 1 to WS-CommuteScan-NUM
            end-perform

            perform until WS-CommuteQHead-NUM >= WS-CommuteQTail-NUM
                add 1 to WS-CommuteQHead-NUM
                move WS-CommuteQueue-NUM(WS-CommuteQHead-NUM)
                    to WS-CommuteScan-NUM
                perform spread-commute
            end-perform
        .

        *> The road in WS-CommuteScan-NUM is a starting point when a
        *> shop or works sits next to it
        seed-commute-road section.
            compute WS-CellRow-NUM =
                (WS-CommuteScan-NUM - 1) / WS-MapWidth-NUM
            compute WS-CellCol-NUM =
                WS-CommuteScan-NUM - 1
                - (WS-CellRow-NUM * WS-MapWidth-NUM)

            move 1 to WS-NbrLoop-NUM
            perform until WS-NbrLoop-NUM > 4
                perform step-commute-neighbour
                if WS-NbrIndex-NUM > 0
                    and WS-CommuteDist-NUM(WS-CommuteScan-NUM)
                        = WS-CommuteNone-NUM
                    if WS-Grid-NUM(WS-NbrIndex-NUM) = 3
                        or WS-Grid-NUM(WS-NbrIndex-NUM) = 6
                        move 0
                            to WS-CommuteDist-NUM(WS-CommuteScan-NUM)
                        add 1 to WS-CommuteQTail-NUM
                        move WS-CommuteScan-NUM to
                            WS-CommuteQueue-NUM(WS-CommuteQTail-NUM)
                    end-if
                end-if
                add 1 to WS-NbrLoop-NUM
            end-perform
        .

        *> One worklist step - an unreached road next to the road in
        *> WS-CommuteScan-NUM is one step further from work
        spread-commute section.
            compute WS-CellRow-NUM =
                (WS-CommuteScan-NUM - 1) / WS-MapWidth-NUM
            compute WS-CellCol-NUM =
                WS-CommuteScan-NUM - 1
                - (WS-CellRow-NUM * WS-MapWidth-NUM)

            move 1 to WS-NbrLoop-NUM
            perform until WS-NbrLoop-NUM > 4
                perform step-commute-neighbour
                if WS-NbrIndex-NUM > 0
                    if WS-Grid-NUM(WS-NbrIndex-NUM) = 1
                        and WS-CommuteDist-NUM(WS-NbrIndex-NUM)
                            = WS-CommuteNone-NUM
                        compute WS-CommuteDist-NUM(WS-NbrIndex-NUM) =
                            WS-CommuteDist-NUM(WS-CommuteScan-NUM) + 1
                        add 1 to WS-CommuteQTail-NUM
                        move WS-NbrIndex-NUM to
                            WS-CommuteQueue-NUM(WS-CommuteQTail-NUM)
                    end-if
                end-if
                add 1 to WS-NbrLoop-NUM
            end-perform
        .

        *> Neighbour WS-NbrLoop-NUM (up, down, left, right) of the
        *> cell at WS-CellRow-NUM / WS-CellCol-NUM - index 0 when
        *> it falls off the plot
        step-commute-neighbour section.
            move WS-CellRow-NUM to WS-NbrRow-NUM
            move WS-CellCol-NUM to WS-NbrCol-NUM
            evaluate WS-NbrLoop-NUM
                when 1 subtract 1 from WS-NbrRow-NUM
                when 2 add 1 to WS-NbrRow-NUM
                when 3 subtract 1 from WS-NbrCol-NUM
                when 4 add 1 to WS-NbrCol-NUM
            end-evaluate

            move 0 to WS-NbrIndex-NUM
            if WS-NbrRow-NUM >= 0
                and WS-NbrRow-NUM < WS-MapHeight-NUM
                and WS-NbrCol-NUM >= 0
                and WS-NbrCol-NUM < WS-MapWidth-NUM
                compute WS-NbrIndex-NUM =
                    (WS-NbrRow-NUM * WS-MapWidth-NUM)
                    + WS-NbrCol-NUM + 1
            end-if
        .

        *> The commute of the home at WS-CellRow-NUM /
        *> WS-CellCol-NUM - the shortest on any road next door -
        *> and the desirability it is worth
        rate-home-commute section.
            move WS-CommuteNone-NUM to WS-HomeCommute-NUM
            move 1 to WS-NbrLoop-NUM
            perform until WS-NbrLoop-NUM > 4
                perform step-commute-neighbour
                if WS-NbrIndex-NUM > 0
                    if WS-Grid-NUM(WS-NbrIndex-NUM) = 1
                        and WS-CommuteDist-NUM(WS-NbrIndex-NUM)
                            < WS-HomeCommute-NUM
                        move WS-CommuteDist-NUM(WS-NbrIndex-NUM)
                            to WS-HomeCommute-NUM
                    end-if
                end-if
                add 1 to WS-NbrLoop-NUM
            end-perform

            move 0 to WS-CommuteRating-NUM
            if WS-HomeCommute-NUM = WS-CommuteNone-NUM
                move -2 to WS-CommuteRating-NUM
            else
                if WS-HomeCommute-NUM <= WS-CommuteNear-NUM
                    move 1 to WS-CommuteRating-NUM
                end-if
                if WS-HomeCommute-NUM > WS-CommuteFar-NUM
                    move -1 to WS-CommuteRating-NUM
                end-if
            end-if
        .

        *> Counts the Road, Park, Water and Industrial tiles in the
        *> four cells orthogonally around WS-CellRow-NUM /
        *> WS-CellCol-NUM
        count-neighbours section.
            move 0 to WS-NbrRoad-NUM
            move 0 to WS-NbrPark-NUM
            move 0 to WS-NbrWater-NUM
            move 0 to WS-NbrInd-NUM

            move 1 to WS-NbrLoop-NUM
            perform until WS-NbrLoop-NUM > 4
                move WS-CellRow-NUM to WS-NbrRow-NUM
                move WS-CellCol-NUM to WS-NbrCol-NUM
                evaluate WS-NbrLoop-NUM
                    when 1 subtract 1 from WS-NbrRow-NUM
                    when 2 add 1 to WS-NbrRow-NUM
                    when 3 subtract 1 from WS-NbrCol-NUM
                    when 4 add 1 to WS-NbrCol-NUM
                end-evaluate

                if WS-NbrRow-NUM >= 0
                    and WS-NbrRow-NUM < WS-MapHeight-NUM
                    and WS-NbrCol-NUM >= 0
                    and WS-NbrCol-NUM < WS-MapWidth-NUM
                    compute WS-NbrIndex-NUM =
                        (WS-NbrRow-NUM * WS-MapWidth-NUM)
                        + WS-NbrCol-NUM + 1
                    evaluate WS-Grid-NUM(WS-NbrIndex-NUM)
                        when 1 add 1 to WS-NbrRoad-NUM
                        when 4 add 1 to WS-NbrPark-NUM
                        when 5 add 1 to WS-NbrWater-NUM
                        when 6 add 1 to WS-NbrInd-NUM
                    end-evaluate
                end-if

                add 1 to WS-NbrLoop-NUM
            end-perform
        .

        *> Every School stamps a square of its radius onto the
        *> blanket, clipped at the plot edges
        compute-coverage section.
            move 0 to WS-CovRow-NUM
            perform until WS-CovRow-NUM >= WS-MapHeight-NUM
                move 0 to WS-CovCol-NUM
                perform until WS-CovCol-NUM >= WS-MapWidth-NUM
                    compute WS-CovIndex-NUM =
                        (WS-CovRow-NUM * WS-MapWidth-NUM)
                        + WS-CovCol-NUM + 1
                    if WS-Grid-NUM(WS-CovIndex-NUM) = 8
                        perform paint-school-coverage
                    end-if
                    add 1 to WS-CovCol-NUM
                end-perform
                add 1 to WS-CovRow-NUM
            end-perform
        .

        paint-school-coverage section.
            compute WS-CovFromRow-NUM =
                WS-CovRow-NUM - WS-SchoolRadius-NUM
            if WS-CovFromRow-NUM < 0
                move 0 to WS-CovFromRow-NUM
            end-if
            compute WS-CovToRow-NUM =
                WS-CovRow-NUM + WS-SchoolRadius-NUM
            if WS-CovToRow-NUM >= WS-MapHeight-NUM
                compute WS-CovToRow-NUM = WS-MapHeight-NUM - 1
            end-if
            compute WS-CovFromCol-NUM =
                WS-CovCol-NUM - WS-SchoolRadius-NUM
            if WS-CovFromCol-NUM < 0
                move 0 to WS-CovFromCol-NUM
            end-if
            compute WS-CovToCol-NUM =
                WS-CovCol-NUM + WS-SchoolRadius-NUM
            if WS-CovToCol-NUM >= WS-MapWidth-NUM
                compute WS-CovToCol-NUM = WS-MapWidth-NUM - 1
            end-if

            move WS-CovFromRow-NUM to WS-CovScanRow-NUM
            perform until WS-CovScanRow-NUM > WS-CovToRow-NUM
                move WS-CovFromCol-NUM to WS-CovScanCol-NUM
                perform until WS-CovScanCol-NUM > WS-CovToCol-NUM
                    compute WS-NbrIndex-NUM =
                        (WS-CovScanRow-NUM * WS-MapWidth-NUM)
                        + WS-CovScanCol-NUM + 1
                    move rl-true to WS-SchoolCover-BOOL(WS-NbrIndex-NUM)
                    add 1 to WS-CovScanCol-NUM
                end-perform
                add 1 to WS-CovScanRow-NUM
            end-perform
        .

        write-heading section.
            move WS-Horizon-NUM to WS-CountEdit-STR
            move spaces to FCS-Record
            string
                "Cash-flow forecast   horizon:" delimited by size
                WS-CountEdit-STR delimited by size
                " economy ticks" delimited by size
                into FCS-Record
            end-string
            write FCS-Record

            if WS-BudgetLoaded-BOOL = rl-false
                move "  No budget save - projecting from an empty purse"
                    to FCS-Record
                write FCS-Record
            end-if

            move WS-StartTick-NUM to WS-TickEdit-STR
            move WS-StartBudget-NUM to WS-AmountEdit-STR
            move spaces to FCS-Record
            string
                "Starting from tick " delimited by size
                WS-TickEdit-STR delimited by size
                "   balance " delimited by size
                WS-AmountEdit-STR delimited by size
                into FCS-Record
            end-string
            move WS-StartDebt-NUM to WS-AmountEdit-STR
            string
                "   debt " delimited by size
                WS-AmountEdit-STR delimited by size
                into FCS-Record(44:37)
            end-string
            write FCS-Record
            move "Assumes no building, repairs, new bonds or hazards"
                to FCS-Record
            write FCS-Record

            move spaces to FCS-Record
            write FCS-Record
            move spaces to FCS-Record
            move "  Tick" to FCS-Record(1:6)
            move "Revenue" to FCS-Record(9:7)
            move "Upkeep" to FCS-Record(18:6)
            move "  Bond" to FCS-Record(26:6)
            move "Balance" to FCS-Record(33:7)
            move "  Debt" to FCS-Record(42:6)
            move "   Pop" to FCS-Record(50:6)
            write FCS-Record
        .

        *> One line per projected tick, the lock and the last bond
        *> payment marked where they land. Population is the head
        *> count the tick was taxed on
        write-tick-line section.
            move spaces to FCS-Record
            move WS-TickNumber-NUM to WS-TickEdit-STR
            move WS-TickEdit-STR to FCS-Record(1:6)
            move WS-TickRevenue-NUM to WS-AmountEdit-STR
            move WS-AmountEdit-STR to FCS-Record(10:6)
            move WS-TickUpkeep-NUM to WS-AmountEdit-STR
            move WS-AmountEdit-STR to FCS-Record(18:6)
            move WS-BondPaid-NUM to WS-AmountEdit-STR
            move WS-AmountEdit-STR to FCS-Record(26:6)
            move WS-Budget-NUM to WS-AmountEdit-STR
            move WS-AmountEdit-STR to FCS-Record(34:6)
            move WS-Debt-NUM to WS-AmountEdit-STR
            move WS-AmountEdit-STR to FCS-Record(42:6)
            move WS-Population-NUM to WS-AmountEdit-STR
            move WS-AmountEdit-STR to FCS-Record(50:6)

            if WS-LockTick-NUM = WS-TickNumber-NUM
                and WS-LockTick-NUM > 0
                move "<< LOCKS" to FCS-Record(58:8)
            else
                if WS-BudgetLocked-BOOL = rl-true
                    move "locked" to FCS-Record(58:6)
                end-if
            end-if
            if WS-DebtCleared-BOOL = rl-true
                move "<< DEBT CLEAR" to FCS-Record(67:13)
            end-if
            write FCS-Record
        .

        write-summary section.
            move spaces to FCS-Record
            write FCS-Record

            move WS-RevTotal-NUM to WS-TotalEdit-STR
            move spaces to FCS-Record
            string
                "Revenue over horizon:   " delimited by size
                WS-TotalEdit-STR delimited by size
                into FCS-Record
            end-string
            write FCS-Record
            move WS-UpTotal-NUM to WS-TotalEdit-STR
            move spaces to FCS-Record
            string
                "Upkeep over horizon:    " delimited by size
                WS-TotalEdit-STR delimited by size
                into FCS-Record
            end-string
            write FCS-Record
            move WS-BondTotal-NUM to WS-TotalEdit-STR
            move spaces to FCS-Record
            string
                "Bond payments:          " delimited by size
                WS-TotalEdit-STR delimited by size
                into FCS-Record
            end-string
            write FCS-Record
            move WS-Budget-NUM to WS-TotalEdit-STR
            move spaces to FCS-Record
            string
                "Closing balance:        " delimited by size
                WS-TotalEdit-STR delimited by size
                into FCS-Record
            end-string
            write FCS-Record
            move WS-Population-NUM to WS-TotalEdit-STR
            move spaces to FCS-Record
            string
                "Population at horizon:  " delimited by size
                WS-TotalEdit-STR delimited by size
                into FCS-Record
            end-string
            write FCS-Record

            move spaces to FCS-Record
            if WS-ClearTick-NUM > 0
                move WS-ClearTick-NUM to WS-TickEdit-STR
                string
                    "Debt clears at tick " delimited by size
                    WS-TickEdit-STR delimited by size
                    into FCS-Record
                end-string
            else
                if WS-StartDebt-NUM = 0
                    move "Debt: none to clear" to FCS-Record
                else
                    move WS-Debt-NUM to WS-AmountEdit-STR
                    string
                        "Debt still outstanding at horizon: "
                            delimited by size
                        WS-AmountEdit-STR delimited by size
                        into FCS-Record
                    end-string
                end-if
            end-if
            write FCS-Record

            move spaces to FCS-Record
            if WS-LockTick-NUM > 0
                move WS-LockTick-NUM to WS-TickEdit-STR
                move WS-LockedTicks-NUM to WS-CountEdit-STR
                string
                    "Budget locks at tick " delimited by size
                    WS-TickEdit-STR delimited by size
                    " - locked for " delimited by size
                    WS-CountEdit-STR delimited by size
                    " tick(s) of the horizon" delimited by size
                    into FCS-Record
                end-string
            else
                move "Budget does not lock within the horizon"
                    to FCS-Record
            end-if
            write FCS-Record

            move spaces to FCS-Record
            write FCS-Record
            move spaces to FCS-Record
            if WS-LockTick-NUM > 0
                move WS-LockTick-NUM to WS-TickEdit-STR
                string
                    "Verdict: FAIL - city stalls at tick "
                        delimited by size
                    WS-TickEdit-STR delimited by size
                    into FCS-Record
                end-string
                move 8 to return-code
            else
                move "Verdict: PASS - budget holds through the horizon"
                    to FCS-Record
            end-if
            write FCS-Record
        .
