            select EDT-FILE assign using WS-EdtFile-STR
                organization line sequential
                file status is WS-FileStatus-STR.
            select CAT-FILE assign using WS-CatFile-STR
                organization line sequential
                file status is WS-FileStatus-STR.
            select REG-FILE assign "CITYREG.DAT"
                organization line sequential
                file status is WS-FileStatus-STR.
        fd EDT-FILE.
        01 EDT-Record             pic x(80).

        *> Tile catalog master, shared with the game
        fd CAT-FILE.
        01 CAT-Record             pic x(80).

        *> City registry and selection, shared with the game
        fd REG-FILE.
        01 REG-Record             pic x(60).
        01 WS-TerFile-STR       pic x(20) value "CITYTER.DAT".
        01 WS-GolFile-STR       pic x(20) value "CITYGOL.DAT".
        01 WS-EdtFile-STR       pic x(20) value "CITYEDT.DAT".
        01 WS-CatFile-STR       pic x(20) value "CITYCAT.DAT".

        01 WS-CityPrefix-STR    pic x(8) value "CITY".
        01 WS-SelName-STR       pic x(20) value spaces.
        01 WS-TerrainChar-STR   pic x(1).
        01 WS-RowFlagged-BOOL   pic 9 value 0.

        *> The catalog the game loads - what the cheapest path to
        *> each standing-count goal is priced at
        copy tile-cat.

        *> Objectives as read - targets per catalog slot plus the
        *> MINBGT floor, mirrored from how the game grades them
        01 WS-GoalRecords-NUM   pic 9(4) value 0.
        01 WS-GoalTargets-NUM   pic 9(6) occurs 20 times value 0.
        01 WS-MinBudget-NUM     pic 9(6) value 0.
        01 WS-MinBudgetSeen-BOOL pic 9 value 0.
        01 WS-GoalCells-NUM     pic 9(8) value 0.
        01 WS-GoalCost-NUM      pic 9(8) value 0.
        01 WS-GoalSlot-NUM      pic 9(2) value 0.
        01 WS-GoalCode-STR      pic x(6) value spaces.

        01 WS-RecordEdit-STR    pic z(3)9.
        01 WS-ColEdit-STR       pic z(3)9.
            move 8 to return-code
            goback
        end-if
        perform load-catalog.

        open output EDT-FILE.
        move "Scenario preflight edit" to EDT-Record.
                    "EDT.DAT" delimited by size
                    into WS-EdtFile-STR
                end-string
                string WS-CityPrefix-STR delimited by space
                    "CAT.DAT" delimited by size
                    into WS-CatFile-STR
                end-string
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

        write-error section.

        check-goal-codes section.
            move 0 to WS-GoalSlot-NUM
            move GOL-Record(1:6) to WS-GoalCode-STR
            if WS-GoalCode-STR not = "MINBGT"
                perform find-goal-slot
            end-if
            evaluate true
                when WS-GoalCode-STR = "MINBGT" continue
                when WS-GoalSlot-NUM > 0 continue
                when other
                    move WS-GoalRecords-NUM to WS-RecordEdit-STR
                    move spaces to EDT-Record
            end-if
        .

        *> Which catalog slot a standing-count objective measures -
        *> each slot carries its own objective code, so a tile type
        *> added to the catalog can be set as a goal straight away
        find-goal-slot section.
            move 0 to WS-GoalSlot-NUM
            perform varying WS-CatLoop-NUM from 1 by 1
                until WS-CatLoop-NUM > WS-TileCatalog-NUM
                if WS-GoalSlot-NUM = 0
                    and WS-TileCatalog-Goal-STR(WS-CatLoop-NUM)
                        not = spaces
                    and WS-TileCatalog-Goal-STR(WS-CatLoop-NUM)
                        = WS-GoalCode-STR
                    move WS-CatLoop-NUM to WS-GoalSlot-NUM
                end-if
            end-perform
        .

        *> The cross-checks: do the goals even fit on the buildable
        *> cells the terrain leaves, and can the opening budget pay
        *> the cheapest bill that reaches them
                        to WS-GoalCells-NUM
                    compute WS-GoalCost-NUM = WS-GoalCost-NUM
                        + (WS-GoalTargets-NUM(WS-GoalLoop-NUM)
                            * WS-TileCatalog-Cost-NUM(
                                WS-GoalLoop-NUM))
                end-perform

                if WS-GoalCells-NUM > WS-BuildableCells-NUM
