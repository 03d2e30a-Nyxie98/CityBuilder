        identification division.
        program-id. bulkload.

        environment division.
        input-output section.
        file-control.
            select SCN-FILE assign using WS-ScnFile-STR
                organization line sequential
                file status is WS-FileStatus-STR.
            select CFG-FILE assign using WS-CfgFile-STR
                organization line sequential
                file status is WS-FileStatus-STR.
            select SAVE-FILE assign using WS-SaveFile-STR
                organization line sequential
                file status is WS-FileStatus-STR.
            select BGT-FILE assign using WS-BgtFile-STR
                organization line sequential
                file status is WS-FileStatus-STR.
            select TER-FILE assign using WS-TerFile-STR
                organization line sequential
                file status is WS-FileStatus-STR.
            select CAT-FILE assign using WS-CatFile-STR
                organization line sequential
                file status is WS-FileStatus-STR.
            select JRN-FILE assign using WS-JrnFile-STR
                organization line sequential
                file status is WS-FileStatus-STR.
            select PLN-FILE assign using WS-PlnFile-STR
                organization line sequential
                file status is WS-FileStatus-STR.
            select PLR-FILE assign using WS-PlrFile-STR
                organization line sequential
                file status is WS-FileStatus-STR.
            select GIN-FILE assign using WS-GenInFile-STR
                organization line sequential
                file status is WS-FileStatus-STR.
            select GOUT-FILE assign using WS-GenOutFile-STR
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

        *> Game config - only the starting budget is wanted here
        fd CFG-FILE.
        01 CFG-Record             pic x(86).

        *> The saved layout, read in and written back in the game's
        *> own shape - trailer last
        fd SAVE-FILE.
        01 SAVE-Record            pic x(45).

        *> The saved budget and bond book, trailer last
        fd BGT-FILE.
        01 BGT-Record             pic x(45).

        *> The terrain under the grid, one digit per cell per row
        fd TER-FILE.
        01 TER-Record             pic x(4096).

        *> Tile catalog master, shared with the game
        fd CAT-FILE.
        01 CAT-Record             pic x(80).

        *> The game's audit journal - every cell placed here is
        *> appended as the same P record a click would leave
        fd JRN-FILE.
        01 JRN-Record             pic x(80).

        *> The planning team's cell list, one cell per record, laid
        *> out like a save record: row 1:4, column 5:4, tile 9:3
        fd PLN-FILE.
        01 PLN-Record             pic x(80).

        *> The load report - every rejected cell and why
        fd PLR-FILE.
        01 PLR-Record             pic x(80).

        *> Either half of a save pair, read to check its trailer or
        *> copied into the next generation
        fd GIN-FILE.
        01 GIN-Record             pic x(45).

        fd GOUT-FILE.
        01 GOUT-Record            pic x(45).

        *> City registry and selection, shared with the game
        fd REG-FILE.
        01 REG-Record             pic x(60).

        fd SEL-FILE.
        01 SEL-Record             pic x(20).

        working-storage section.

        *> Data file names - classic single-city set until the
        *> registry says otherwise
        01 WS-ScnFile-STR       pic x(20) value "CITYSCN.DAT".
        01 WS-CfgFile-STR       pic x(20) value "CITYCFG.DAT".
        01 WS-SaveFile-STR      pic x(20) value "CITYSAVE.DAT".
        01 WS-BgtFile-STR       pic x(20) value "CITYBGT.DAT".
        01 WS-TerFile-STR       pic x(20) value "CITYTER.DAT".
        01 WS-CatFile-STR       pic x(20) value "CITYCAT.DAT".
        01 WS-JrnFile-STR       pic x(20) value "CITYJRN.DAT".
        01 WS-PlnFile-STR       pic x(20) value "CITYPLN.DAT".
        01 WS-PlrFile-STR       pic x(20) value "CITYPLR.DAT".

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
        01 WS-PopPerRes-NUM     pic 9(2) value 08.
        01 WS-OccStart-NUM      pic 9(2) value 02.
        01 WS-Row-NUM           pic 9(4) value 0.
        01 WS-Col-NUM           pic 9(4) value 0.

        *> The terrain layer - 1 grass, 2 forest, 3 rock, 4 river -
        *> all grass when there is no terrain file
        01 WS-Terrain-NUM       pic 9 occurs 4096 times value 1.
        01 WS-TerrainRow-NUM    pic 9(4) value 0.
        01 WS-TerrainCol-NUM    pic 9(4) value 0.
        01 WS-ForestClearCost-NUM pic 9(4) value 0015.

        *> The catalog the game loads - names and build costs
        copy tile-cat.

        *> Road network, flooded in from the map-edge roads the way
        *> the game floods it
        01 WS-RoadConn-BOOL     pic 9 occurs 4096 times value 0.
        01 WS-RoadQueue-NUM     pic 9(5) occurs 4096 times value 0.
        01 WS-RoadQHead-NUM     pic 9(5) value 0.
        01 WS-RoadQTail-NUM     pic 9(5) value 0.
        01 WS-RoadScan-NUM      pic 9(5) value 0.
        01 WS-RoadRow-NUM       pic 9(4) value 0.
        01 WS-RoadCol-NUM       pic 9(4) value 0.

        *> Orthogonal neighbour walk
        01 WS-CellRow-NUM       pic s9(6) value 0.
        01 WS-CellCol-NUM       pic s9(6) value 0.
        01 WS-NbrLoop-NUM       pic 9(1) value 0.
        01 WS-NbrRow-NUM        pic s9(6) value 0.
        01 WS-NbrCol-NUM        pic s9(6) value 0.
        01 WS-NbrIndex-NUM      pic 9(5) value 0.
        01 WS-NbrRoad-NUM       pic 9(1) value 0.
        01 WS-NbrConnRoad-NUM   pic 9(1) value 0.

        *> The city's money, as the save left it
        01 WS-StartBudget-NUM   pic 9(6) value 001000.
        01 WS-Budget-NUM        pic 9(6) value 0.
        01 WS-BudgetLocked-BOOL pic 9 value 0.
        01 WS-OpenBudget-NUM    pic 9(6) value 0.
        01 WS-BgtHold-STR       pic x(45) value spaces.

        *> The plan as read - one entry per non-blank record. W is
        *> waiting its turn, A applied, R rejected for good
        01 WS-PlanMax-NUM       pic 9(4) value 4096.
        01 WS-PlanCount-NUM     pic 9(4) value 0.
        01 WS-Plan.
            05 WS-Plan-Entry occurs 4096 times.
                10 WS-PlanRec-NUM    pic 9(5).
                10 WS-PlanRow-NUM    pic 9(4).
                10 WS-PlanCol-NUM    pic 9(4).
                10 WS-PlanTile-NUM   pic 9(3).
                10 WS-PlanRaw-STR    pic x(12).
                10 WS-PlanState-STR  pic x(1).
                10 WS-PlanReason-STR pic x(32).
        01 WS-PlanLoop-NUM      pic 9(4) value 0.
        01 WS-PlanRead-NUM      pic 9(5) value 0.
        01 WS-PlanDropped-NUM   pic 9(5) value 0.
        01 WS-PlanFound-BOOL    pic 9 value 0.

        *> The cell in hand and the verdict of the zoning rules. A
        *> wait is a refusal a road laid later in the plan could
        *> still cure, so the cell gets another pass
        01 WS-ClickRow-NUM      pic s9(6) value 0.
        01 WS-ClickCol-NUM      pic s9(6) value 0.
        01 WS-ActiveTile-NUM    pic 9(3) value 0.
        01 WS-PlaceCost-NUM     pic 9(5) value 0.
        01 WS-RuleOk-BOOL       pic 9 value 0.
        01 WS-RuleWait-BOOL     pic 9 value 0.
        01 WS-RuleReason-STR    pic x(32) value spaces.
        01 WS-PassCount-NUM     pic 9(4) value 0.
        01 WS-PassPlaced-NUM    pic 9(4) value 0.

        *> Run totals
        01 WS-PlacedCount-NUM   pic 9(5) value 0.
        01 WS-RejectCount-NUM   pic 9(5) value 0.
        01 WS-ForestCount-NUM   pic 9(5) value 0.
        01 WS-Spent-NUM         pic 9(8) value 0.

        *> Journal record fields, as the game fills them
        01 WS-JournalDate-NUM    pic 9(8).
        01 WS-JournalStamp-NUM   pic 9(8).
        01 WS-JournalSeq-NUM     pic 9(6) value 0.
        01 WS-JournalSign-STR    pic x(1) value "-".
        01 WS-JournalAction-STR  pic x(1).
        01 WS-JournalRow-NUM     pic 9(4).
        01 WS-JournalCol-NUM     pic 9(4).
        01 WS-JournalTile-NUM    pic 9(3).
        01 WS-JournalAmount-NUM  pic 9(5).
        *> Nobody signs on to a batch load - its records go in
        *> under the program's own operator ID
        01 WS-JournalOperator-STR pic x(8) value "BULKLOAD".

        *> Save trailer - count and hash total of the tile codes
        *> written, with the date and time of the save
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

        01 WS-RecEdit-STR       pic z(4)9.
        01 WS-RowEdit-STR       pic z(3)9.
        01 WS-ColEdit-STR       pic z(3)9.
        01 WS-SlotEdit-STR      pic zz9.
        01 WS-CountEdit-STR     pic z(4)9.
        01 WS-AmountEdit-STR    pic z(7)9.
        01 WS-TileLabel-STR     pic x(12).

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
        perform load-config.
        perform load-catalog.
        perform load-terrain.

        *> Building on top of a torn save would only bury the damage
        *> under a fresh trailer - the operator restores a good
        *> generation with savegen first
        move WS-SaveFile-STR to WS-ChkSaveFile-STR.
        move WS-BgtFile-STR to WS-ChkBgtFile-STR.
        perform check-save-pair.
        if WS-ChkFound-BOOL = rl-true
            and WS-ChkGood-BOOL = rl-false
            and WS-ChkLegacy-BOOL = rl-false
            display "Save failed its check - run refused"
            move 8 to return-code
            goback
        end-if

        perform load-layout.
        perform load-budget.
        move WS-Budget-NUM to WS-OpenBudget-NUM.
        perform compute-road-network.
        perform load-plan.
        perform apply-plan.

        if WS-PlacedCount-NUM > 0
            perform rotate-save-generations
            perform save-layout
            perform save-budget
        end-if

        open output PLR-FILE.
        perform write-heading.
        perform write-rejects.
        perform write-totals.
        perform write-verdict.
        close PLR-FILE.

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
                *> and reporting on the wrong city's files is
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
                    "CFG.DAT" delimited by size
                    into WS-CfgFile-STR
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
                    "TER.DAT" delimited by size
                    into WS-TerFile-STR
                end-string
                string WS-CityPrefix-STR delimited by space
                    "CAT.DAT" delimited by size
                    into WS-CatFile-STR
                end-string
                string WS-CityPrefix-STR delimited by space
                    "JRN.DAT" delimited by size
                    into WS-JrnFile-STR
                end-string
                string WS-CityPrefix-STR delimited by space
                    "PLN.DAT" delimited by size
                    into WS-PlnFile-STR
                end-string
                string WS-CityPrefix-STR delimited by space
                    "PLR.DAT" delimited by size
                    into WS-PlrFile-STR
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

        *> Only the starting budget is wanted here - it is the
        *> balance of a city that has never been saved
        load-config section.
            open input CFG-FILE
            if WS-FileStatus-STR = "00" or WS-FileStatus-STR = " "
                read CFG-FILE into CFG-Record
                    at end
                        continue
                    not at end
                        if CFG-Record(81:6) is numeric
                            move CFG-Record(81:6)
                                to WS-StartBudget-NUM
                        end-if
                end-read
                close CFG-FILE
            end-if

            move WS-StartBudget-NUM to WS-Budget-NUM
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

        *> Reads the terrain map that sits under the build grid - a
        *> missing or short file leaves the remaining cells grass
        load-terrain section.
            move 0 to WS-EOF-BOOL
            move 0 to WS-TerrainRow-NUM
            open input TER-FILE
            if WS-FileStatus-STR = "00" or WS-FileStatus-STR = " "
                perform until WS-EOF-BOOL = rl-true
                    or WS-TerrainRow-NUM >= WS-MapHeight-NUM
                    read TER-FILE into TER-Record
                        at end
                            move rl-true to WS-EOF-BOOL
                        not at end
                            perform load-terrain-row
                            add 1 to WS-TerrainRow-NUM
                    end-read
                end-perform
                close TER-FILE
            end-if
        .

        load-terrain-row section.
            move 0 to WS-TerrainCol-NUM
            perform until WS-TerrainCol-NUM >= WS-MapWidth-NUM
                compute WS-GridIndex-NUM =
                    (WS-TerrainRow-NUM * WS-MapWidth-NUM)
                    + WS-TerrainCol-NUM + 1
                if TER-Record(WS-TerrainCol-NUM + 1:1) >= "1"
                    and TER-Record(WS-TerrainCol-NUM + 1:1) <= "4"
                    move TER-Record(WS-TerrainCol-NUM + 1:1)
                        to WS-Terrain-NUM(WS-GridIndex-NUM)
                end-if
                add 1 to WS-TerrainCol-NUM
            end-perform
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

        *> The balance and lock come off the budget record; the rest
        *> of it - the bond book and tick counter - is held as read
        *> and written back untouched
        load-budget section.
            open input BGT-FILE
            if WS-FileStatus-STR = "00" or WS-FileStatus-STR = " "
                read BGT-FILE into BGT-Record
                    at end
                        continue
                    not at end
                        if BGT-Record(1:6) is numeric
                            move BGT-Record to WS-BgtHold-STR
                            move BGT-Record(1:6) to WS-Budget-NUM
                            move BGT-Record(7:1)
                                to WS-BudgetLocked-BOOL
                        end-if
                end-read
                close BGT-FILE
            end-if
        .

        *> Reads the planning file into the plan table. Records that
        *> do not edit, fall off the map or name a slot the catalog
        *> does not have are rejected here and never tried
        load-plan section.
            move 0 to WS-EOF-BOOL
            open input PLN-FILE
            if WS-FileStatus-STR = "00" or WS-FileStatus-STR = " "
                move rl-true to WS-PlanFound-BOOL
                perform until WS-EOF-BOOL = rl-true
                    read PLN-FILE into PLN-Record
                        at end
                            move rl-true to WS-EOF-BOOL
                        not at end
                            add 1 to WS-PlanRead-NUM
                            perform load-plan-record
                    end-read
                end-perform
                close PLN-FILE
            end-if
        .

        load-plan-record section.
            if PLN-Record not = spaces
                if WS-PlanCount-NUM >= WS-PlanMax-NUM
                    add 1 to WS-PlanDropped-NUM
                else
                    add 1 to WS-PlanCount-NUM
                    move WS-PlanRead-NUM
                        to WS-PlanRec-NUM(WS-PlanCount-NUM)
                    move PLN-Record(1:12)
                        to WS-PlanRaw-STR(WS-PlanCount-NUM)
                    move 0 to WS-PlanRow-NUM(WS-PlanCount-NUM)
                    move 0 to WS-PlanCol-NUM(WS-PlanCount-NUM)
                    move 0 to WS-PlanTile-NUM(WS-PlanCount-NUM)
                    move "W" to WS-PlanState-STR(WS-PlanCount-NUM)
                    move spaces
                        to WS-PlanReason-STR(WS-PlanCount-NUM)

                    if PLN-Record(1:4) is numeric
                        and PLN-Record(5:4) is numeric
                        and PLN-Record(9:3) is numeric
                        move PLN-Record(1:4)
                            to WS-PlanRow-NUM(WS-PlanCount-NUM)
                        move PLN-Record(5:4)
                            to WS-PlanCol-NUM(WS-PlanCount-NUM)
                        move PLN-Record(9:3)
                            to WS-PlanTile-NUM(WS-PlanCount-NUM)
                        if WS-PlanRow-NUM(WS-PlanCount-NUM)
                                >= WS-MapHeight-NUM
                            or WS-PlanCol-NUM(WS-PlanCount-NUM)
                                >= WS-MapWidth-NUM
                            move "R"
                                to WS-PlanState-STR(WS-PlanCount-NUM)
                            move "Cell is off the map" to
                                WS-PlanReason-STR(WS-PlanCount-NUM)
                        else
                            if WS-PlanTile-NUM(WS-PlanCount-NUM) = 0
                                or WS-PlanTile-NUM(WS-PlanCount-NUM)
                                    > WS-TileCatalog-NUM
                                move "R" to
                                    WS-PlanState-STR(WS-PlanCount-NUM)
                                move "Tile is not in the catalog" to
                                    WS-PlanReason-STR(WS-PlanCount-NUM)
                            end-if
                        end-if
                    else
                        move "R" to WS-PlanState-STR(WS-PlanCount-NUM)
                        move "Record does not edit"
                            to WS-PlanReason-STR(WS-PlanCount-NUM)
                    end-if
                end-if
            end-if
        .

        *> Works down the plan in file order, placing every cell the
        *> game would accept. A building refused only for want of a
        *> connected road waits, and the plan is walked again while
        *> each walk still places something - so a plan need not
        *> list its roads ahead of the buildings they serve. What
        *> is still waiting after the last walk is rejected with
        *> the reason it was last refused for
        apply-plan section.
            move 1 to WS-PassPlaced-NUM
            perform until WS-PassPlaced-NUM = 0
                add 1 to WS-PassCount-NUM
                move 0 to WS-PassPlaced-NUM
                move 1 to WS-PlanLoop-NUM
                perform until WS-PlanLoop-NUM > WS-PlanCount-NUM
                    if WS-PlanState-STR(WS-PlanLoop-NUM) = "W"
                        perform apply-plan-cell
                    end-if
                    add 1 to WS-PlanLoop-NUM
                end-perform
            end-perform

            move 1 to WS-PlanLoop-NUM
            perform until WS-PlanLoop-NUM > WS-PlanCount-NUM
                if WS-PlanState-STR(WS-PlanLoop-NUM) = "W"
                    move "R" to WS-PlanState-STR(WS-PlanLoop-NUM)
                end-if
                if WS-PlanState-STR(WS-PlanLoop-NUM) = "R"
                    add 1 to WS-RejectCount-NUM
                end-if
                add 1 to WS-PlanLoop-NUM
            end-perform
        .

        *> One planned cell put through the same tests a click in
        *> place-or-clear-tile goes through, in the same order
        apply-plan-cell section.
            move WS-PlanRow-NUM(WS-PlanLoop-NUM) to WS-ClickRow-NUM
            move WS-PlanCol-NUM(WS-PlanLoop-NUM) to WS-ClickCol-NUM
            move WS-PlanTile-NUM(WS-PlanLoop-NUM)
                to WS-ActiveTile-NUM
            compute WS-GridIndex-NUM =
                (WS-ClickRow-NUM * WS-MapWidth-NUM)
                + WS-ClickCol-NUM + 1

            perform check-placement-rules
            move WS-TileCatalog-Cost-NUM(WS-ActiveTile-NUM)
                to WS-PlaceCost-NUM
            if WS-Terrain-NUM(WS-GridIndex-NUM) = 2
                add WS-ForestClearCost-NUM to WS-PlaceCost-NUM
            end-if

            if WS-RuleOk-BOOL = rl-true
                and WS-BudgetLocked-BOOL = rl-true
                move rl-false to WS-RuleOk-BOOL
                move "Budget is locked" to WS-RuleReason-STR
            end-if
            if WS-RuleOk-BOOL = rl-true
                and WS-Budget-NUM < WS-PlaceCost-NUM
                move rl-false to WS-RuleOk-BOOL
                move WS-PlaceCost-NUM to WS-CountEdit-STR
                move spaces to WS-RuleReason-STR
                string
                    "Cannot afford - costs" delimited by size
                    WS-CountEdit-STR delimited by size
                    into WS-RuleReason-STR
                end-string
            end-if

            if WS-RuleOk-BOOL = rl-true
                perform place-plan-cell
                move "A" to WS-PlanState-STR(WS-PlanLoop-NUM)
                move spaces to WS-PlanReason-STR(WS-PlanLoop-NUM)
                add 1 to WS-PassPlaced-NUM
            else
                move WS-RuleReason-STR
                    to WS-PlanReason-STR(WS-PlanLoop-NUM)
                if WS-RuleWait-BOOL = rl-false
                    move "R" to WS-PlanState-STR(WS-PlanLoop-NUM)
                end-if
            end-if
        .

        *> The game's zoning rules, word for word: nothing goes on
        *> the river, on Water or on an occupied cell, homes, shops
        *> and works need a connected Road orthogonally next door,
        *> and a new Road has to join the network itself
        check-placement-rules section.
            move rl-true to WS-RuleOk-BOOL
            move rl-false to WS-RuleWait-BOOL
            move spaces to WS-RuleReason-STR

            if WS-Terrain-NUM(WS-GridIndex-NUM) = 4
                move rl-false to WS-RuleOk-BOOL
                move "Cannot build on the river" to WS-RuleReason-STR
            end-if

            if WS-RuleOk-BOOL = rl-true
                and WS-Grid-NUM(WS-GridIndex-NUM) = 5
                move rl-false to WS-RuleOk-BOOL
                move "Cannot build on water" to WS-RuleReason-STR
            end-if

            if WS-RuleOk-BOOL = rl-true
                and WS-Grid-NUM(WS-GridIndex-NUM) > 0
                move rl-false to WS-RuleOk-BOOL
                move "Cell occupied - clear it first"
                    to WS-RuleReason-STR
            end-if

            if WS-RuleOk-BOOL = rl-true
                and (WS-ActiveTile-NUM = 2 or WS-ActiveTile-NUM = 3
                    or WS-ActiveTile-NUM = 6)
                move WS-ClickRow-NUM to WS-CellRow-NUM
                move WS-ClickCol-NUM to WS-CellCol-NUM
                perform count-neighbours
                if WS-NbrRoad-NUM = 0
                    move rl-false to WS-RuleOk-BOOL
                    move rl-true to WS-RuleWait-BOOL
                    move "Needs road access next door"
                        to WS-RuleReason-STR
                else
                    if WS-NbrConnRoad-NUM = 0
                        move rl-false to WS-RuleOk-BOOL
                        move rl-true to WS-RuleWait-BOOL
                        move "Road next door reaches nothing"
                            to WS-RuleReason-STR
                    end-if
                end-if
            end-if

            if WS-RuleOk-BOOL = rl-true and WS-ActiveTile-NUM = 1
                and WS-ClickRow-NUM not = 0
                and WS-ClickCol-NUM not = 0
                and WS-ClickRow-NUM not = WS-MapHeight-NUM - 1
                and WS-ClickCol-NUM not = WS-MapWidth-NUM - 1
                move WS-ClickRow-NUM to WS-CellRow-NUM
                move WS-ClickCol-NUM to WS-CellCol-NUM
                perform count-neighbours
                if WS-NbrConnRoad-NUM = 0
                    move rl-false to WS-RuleOk-BOOL
                    move rl-true to WS-RuleWait-BOOL
                    move "Road would be an isolated stub"
                        to WS-RuleReason-STR
                end-if
            end-if
        .

        *> Only the road census is wanted here - how many Road tiles
        *> touch the cell, and how many of those reach the edge
        count-neighbours section.
            move 0 to WS-NbrRoad-NUM
            move 0 to WS-NbrConnRoad-NUM

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
                    if WS-Grid-NUM(WS-NbrIndex-NUM) = 1
                        add 1 to WS-NbrRoad-NUM
                        if WS-RoadConn-BOOL(WS-NbrIndex-NUM)
                            = rl-true
                            add 1 to WS-NbrConnRoad-NUM
                        end-if
                    end-if
                end-if

                add 1 to WS-NbrLoop-NUM
            end-perform
        .

        *> The placement itself, as the game makes it: a new home
        *> starts at the starter occupancy, forest is cleared to
        *> grass, the cost comes off the budget and a budget run
        *> down to nothing locks. A new road is flooded into the
        *> network at once, so the cells after it can use it
        place-plan-cell section.
            move WS-ActiveTile-NUM to WS-Grid-NUM(WS-GridIndex-NUM)
            if WS-ActiveTile-NUM = 2
                move WS-OccStart-NUM
                    to WS-Occupancy-NUM(WS-GridIndex-NUM)
            end-if
            if WS-Terrain-NUM(WS-GridIndex-NUM) = 2
                move 1 to WS-Terrain-NUM(WS-GridIndex-NUM)
                add 1 to WS-ForestCount-NUM
            end-if
            subtract WS-PlaceCost-NUM from WS-Budget-NUM
            add WS-PlaceCost-NUM to WS-Spent-NUM
            add 1 to WS-PlacedCount-NUM
            if WS-Budget-NUM = 0
                move rl-true to WS-BudgetLocked-BOOL
            end-if
            if WS-ActiveTile-NUM = 1
                perform compute-road-network
            end-if

            move "P" to WS-JournalAction-STR
            move WS-ClickRow-NUM to WS-JournalRow-NUM
            move WS-ClickCol-NUM to WS-JournalCol-NUM
            move WS-ActiveTile-NUM to WS-JournalTile-NUM
            move WS-PlaceCost-NUM to WS-JournalAmount-NUM
            move "-" to WS-JournalSign-STR
            perform append-journal
        .

        *> Repaints the road-network flags from the grid: every road
        *> tile sitting on the map edge is connected by definition,
        *> and the flag floods inward from there through touching
        *> road tiles - anything the flood never reaches is a stub
        compute-road-network section.
            move 1 to WS-RoadScan-NUM
            perform until WS-RoadScan-NUM > WS-GridCells-NUM
                move rl-false to WS-RoadConn-BOOL(WS-RoadScan-NUM)
                add 1 to WS-RoadScan-NUM
            end-perform

            move 0 to WS-RoadQHead-NUM
            move 0 to WS-RoadQTail-NUM

            move 0 to WS-RoadRow-NUM
            perform until WS-RoadRow-NUM >= WS-MapHeight-NUM
                move 0 to WS-RoadCol-NUM
                perform until WS-RoadCol-NUM >= WS-MapWidth-NUM
                    if WS-RoadRow-NUM = 0
                        or WS-RoadCol-NUM = 0
                        or WS-RoadRow-NUM = WS-MapHeight-NUM - 1
                        or WS-RoadCol-NUM = WS-MapWidth-NUM - 1
                        compute WS-RoadScan-NUM =
                            (WS-RoadRow-NUM * WS-MapWidth-NUM)
                            + WS-RoadCol-NUM + 1
                        if WS-Grid-NUM(WS-RoadScan-NUM) = 1
                            and WS-RoadConn-BOOL(WS-RoadScan-NUM)
                                = rl-false
                            move rl-true to
                                WS-RoadConn-BOOL(WS-RoadScan-NUM)
                            add 1 to WS-RoadQTail-NUM
                            move WS-RoadScan-NUM to
                                WS-RoadQueue-NUM(WS-RoadQTail-NUM)
                        end-if
                    end-if
                    add 1 to WS-RoadCol-NUM
                end-perform
                add 1 to WS-RoadRow-NUM
            end-perform

            perform until WS-RoadQHead-NUM >= WS-RoadQTail-NUM
                add 1 to WS-RoadQHead-NUM
                move WS-RoadQueue-NUM(WS-RoadQHead-NUM)
                    to WS-RoadScan-NUM
                perform spread-road-network
            end-perform
        .

        *> One worklist step - the four cells around the road tile
        *> in WS-RoadScan-NUM join the network if they hold road
        spread-road-network section.
            compute WS-CellRow-NUM =
                (WS-RoadScan-NUM - 1) / WS-MapWidth-NUM
            compute WS-CellCol-NUM =
                WS-RoadScan-NUM - 1
                - (WS-CellRow-NUM * WS-MapWidth-NUM)

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
                    if WS-Grid-NUM(WS-NbrIndex-NUM) = 1
                        and WS-RoadConn-BOOL(WS-NbrIndex-NUM)
                            = rl-false
                        move rl-true
                            to WS-RoadConn-BOOL(WS-NbrIndex-NUM)
                        add 1 to WS-RoadQTail-NUM
                        move WS-NbrIndex-NUM to
                            WS-RoadQueue-NUM(WS-RoadQTail-NUM)
                    end-if
                end-if

                add 1 to WS-NbrLoop-NUM
            end-perform
        .

        *> Appends one audit record to the journal file as an action
        *> lands - date, time, a sequence number, what happened,
        *> where, what it cost and the balance it left behind. Opened
        *> and closed per record so a crash never loses more than the
        *> action in flight. The sequence number restarts each
        *> session but only ever climbs within one, so records that
        *> land inside the same second still replay in order
        append-journal section.
            accept WS-JournalDate-NUM from date yyyymmdd
            accept WS-JournalStamp-NUM from time
            add 1 to WS-JournalSeq-NUM

            move spaces to JRN-Record
            move WS-JournalDate-NUM       to JRN-Record(1:8)
            move WS-JournalStamp-NUM(1:6) to JRN-Record(10:6)
            move WS-JournalSeq-NUM        to JRN-Record(17:6)
            move WS-JournalAction-STR     to JRN-Record(24:1)
            move WS-JournalRow-NUM        to JRN-Record(26:4)
            move WS-JournalCol-NUM        to JRN-Record(30:4)
            move WS-JournalTile-NUM       to JRN-Record(35:3)
            move WS-JournalAmount-NUM     to JRN-Record(39:5)
            move WS-JournalSign-STR       to JRN-Record(44:1)
            move WS-Budget-NUM            to JRN-Record(45:6)
            move WS-JournalOperator-STR   to JRN-Record(73:8)

            open extend JRN-FILE
            if WS-FileStatus-STR not = "00"
                and WS-FileStatus-STR not = " "
                open output JRN-FILE
            end-if
            write JRN-Record
            close JRN-FILE
        .

        *> Writes the layout back in the game's shape - one line per
        *> built cell, then the control trailer
        save-layout section.
            accept WS-TrlDate-NUM from date yyyymmdd
            accept WS-TrlTime-NUM from time
            move 0 to WS-TrlCount-NUM
            move 0 to WS-TrlHash-NUM

            open output SAVE-FILE
            move 0 to WS-Row-NUM
            perform until WS-Row-NUM >= WS-MapHeight-NUM
                move 0 to WS-Col-NUM
                perform until WS-Col-NUM >= WS-MapWidth-NUM
                    compute WS-GridIndex-NUM =
                        (WS-Row-NUM * WS-MapWidth-NUM)
                        + WS-Col-NUM + 1

                    if WS-Grid-NUM(WS-GridIndex-NUM) > 0
                        move spaces to SAVE-Record
                        move WS-Row-NUM to SAVE-Record(1:4)
                        move WS-Col-NUM to SAVE-Record(5:4)
                        move WS-Grid-NUM(WS-GridIndex-NUM)
                            to SAVE-Record(9:3)
                        move WS-Occupancy-NUM(WS-GridIndex-NUM)
                            to SAVE-Record(12:2)
                        move WS-Damaged-BOOL(WS-GridIndex-NUM)
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
            move WS-Budget-NUM to SAVE-Record(24:6)
            move WS-TrlDate-NUM to SAVE-Record(31:8)
            move WS-TrlTime-NUM(1:6) to SAVE-Record(40:6)
            write SAVE-Record
            close SAVE-FILE
        .

        *> The budget record goes back as it was read with the new
        *> balance and lock laid over it - a city never saved gets
        *> a clean bond book and tick counter
        save-budget section.
            open output BGT-FILE
            move spaces to BGT-Record
            if WS-BgtHold-STR not = spaces
                move WS-BgtHold-STR to BGT-Record
            else
                move "000000" to BGT-Record(8:6)
                move "000000" to BGT-Record(14:6)
                move "000000" to BGT-Record(20:6)
                move "000000" to BGT-Record(26:6)
                move "000000" to BGT-Record(32:6)
            end-if
            move WS-Budget-NUM to BGT-Record(1:6)
            move WS-BudgetLocked-BOOL to BGT-Record(7:1)
            write BGT-Record

            move spaces to BGT-Record
            move "TRLR" to BGT-Record(1:4)
            move "000001" to BGT-Record(6:6)
            move WS-TrlHash-NUM to BGT-Record(13:10)
            move WS-Budget-NUM to BGT-Record(24:6)
            move WS-TrlDate-NUM to BGT-Record(31:8)
            move WS-TrlTime-NUM(1:6) to BGT-Record(40:6)
            write BGT-Record
            close BGT-FILE
        .

        write-heading section.
            move "Bulk load of planned layout" to PLR-Record
            write PLR-Record
            move spaces to PLR-Record
            string
                "Planning file: " delimited by size
                WS-PlnFile-STR delimited by space
                into PLR-Record
            end-string
            write PLR-Record
            move spaces to PLR-Record
            write PLR-Record
            move "Rejected cells" to PLR-Record
            write PLR-Record
        .

        write-rejects section.
            move 1 to WS-PlanLoop-NUM
            perform until WS-PlanLoop-NUM > WS-PlanCount-NUM
                if WS-PlanState-STR(WS-PlanLoop-NUM) = "R"
                    perform write-reject-line
                end-if
                add 1 to WS-PlanLoop-NUM
            end-perform

            if WS-RejectCount-NUM = 0
                move "    none" to PLR-Record
                write PLR-Record
            end-if
            move spaces to PLR-Record
            write PLR-Record
        .

        *> A record that never edited is shown as it came in; any
        *> other carries its cell and the tile asked for
        write-reject-line section.
            move WS-PlanRec-NUM(WS-PlanLoop-NUM) to WS-RecEdit-STR
            move spaces to PLR-Record
            if WS-PlanReason-STR(WS-PlanLoop-NUM)
                = "Record does not edit"
                string
                    "  rec" delimited by size
                    WS-RecEdit-STR delimited by size
                    "  [" delimited by size
                    WS-PlanRaw-STR(WS-PlanLoop-NUM)
                        delimited by size
                    "]" delimited by size
                    into PLR-Record
                end-string
            else
                move WS-PlanRow-NUM(WS-PlanLoop-NUM) to WS-RowEdit-STR
                move WS-PlanCol-NUM(WS-PlanLoop-NUM) to WS-ColEdit-STR
                if WS-PlanTile-NUM(WS-PlanLoop-NUM) > 0
                    and WS-PlanTile-NUM(WS-PlanLoop-NUM)
                        <= WS-TileCatalog-NUM
                    move WS-TileCatalog-Name-STR(
                        WS-PlanTile-NUM(WS-PlanLoop-NUM))
                        to WS-TileLabel-STR
                else
                    move WS-PlanTile-NUM(WS-PlanLoop-NUM)
                        to WS-SlotEdit-STR
                    move spaces to WS-TileLabel-STR
                    string
                        "slot " delimited by size
                        WS-SlotEdit-STR delimited by size
                        into WS-TileLabel-STR
                    end-string
                end-if
                string
                    "  rec" delimited by size
                    WS-RecEdit-STR delimited by size
                    " row" delimited by size
                    WS-RowEdit-STR delimited by size
                    " col" delimited by size
                    WS-ColEdit-STR delimited by size
                    "  " delimited by size
                    WS-TileLabel-STR delimited by size
                    into PLR-Record
                end-string
            end-if
            move WS-PlanReason-STR(WS-PlanLoop-NUM)
                to PLR-Record(46:32)
            write PLR-Record
        .

        write-totals section.
            move WS-PlanCount-NUM to WS-CountEdit-STR
            move spaces to PLR-Record
            string
                "Cells in the plan:     " delimited by size
                WS-CountEdit-STR delimited by size
                into PLR-Record
            end-string
            write PLR-Record
            move WS-PlacedCount-NUM to WS-CountEdit-STR
            move spaces to PLR-Record
            string
                "Cells placed:          " delimited by size
                WS-CountEdit-STR delimited by size
                into PLR-Record
            end-string
            write PLR-Record
            move WS-RejectCount-NUM to WS-CountEdit-STR
            move spaces to PLR-Record
            string
                "Cells rejected:        " delimited by size
                WS-CountEdit-STR delimited by size
                into PLR-Record
            end-string
            write PLR-Record
            move WS-ForestCount-NUM to WS-CountEdit-STR
            move spaces to PLR-Record
            string
                "Forest cells cleared:  " delimited by size
                WS-CountEdit-STR delimited by size
                into PLR-Record
            end-string
            write PLR-Record
            move WS-PassCount-NUM to WS-CountEdit-STR
            move spaces to PLR-Record
            string
                "Passes over the plan:  " delimited by size
                WS-CountEdit-STR delimited by size
                into PLR-Record
            end-string
            write PLR-Record
            if WS-PlanDropped-NUM > 0
                move WS-PlanDropped-NUM to WS-CountEdit-STR
                move spaces to PLR-Record
                string
                    "Records past the table:" delimited by size
                    WS-CountEdit-STR delimited by size
                    "  (not read)" delimited by size
                    into PLR-Record
                end-string
                write PLR-Record
            end-if

            move spaces to PLR-Record
            write PLR-Record
            move WS-OpenBudget-NUM to WS-AmountEdit-STR
            move spaces to PLR-Record
            string
                "Balance before:     " delimited by size
                WS-AmountEdit-STR delimited by size
                into PLR-Record
            end-string
            write PLR-Record
            move WS-Spent-NUM to WS-AmountEdit-STR
            move spaces to PLR-Record
            string
                "Spent:              " delimited by size
                WS-AmountEdit-STR delimited by size
                into PLR-Record
            end-string
            write PLR-Record
            move WS-Budget-NUM to WS-AmountEdit-STR
            move spaces to PLR-Record
            string
                "Balance after:      " delimited by size
                WS-AmountEdit-STR delimited by size
                into PLR-Record
            end-string
            write PLR-Record
            if WS-BudgetLocked-BOOL = rl-true
                move "Budget is locked" to PLR-Record
                write PLR-Record
            end-if
            move spaces to PLR-Record
            write PLR-Record
        .

        *> PASS only when the whole plan went down. Whatever was
        *> placed stays placed and journalled either way
        write-verdict section.
            move spaces to PLR-Record
            evaluate true
                when WS-PlanFound-BOOL = rl-false
                    string
                        "Verdict: FAIL - no planning file "
                            delimited by size
                        WS-PlnFile-STR delimited by space
                        into PLR-Record
                    end-string
                    move 8 to return-code
                when WS-RejectCount-NUM > 0
                    or WS-PlanDropped-NUM > 0
                    move WS-RejectCount-NUM to WS-CountEdit-STR
                    string
                        "Verdict: FAIL - " delimited by size
                        WS-CountEdit-STR delimited by size
                        " cell(s) not placed" delimited by size
                        into PLR-Record
                    end-string
                    move 8 to return-code
                when other
                    move "Verdict: PASS - every planned cell placed"
                        to PLR-Record
            end-evaluate
            write PLR-Record
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
