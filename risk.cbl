        identification division.
        program-id. risk.

        environment division.
        input-output section.
        file-control.
            select SCN-FILE assign using WS-ScnFile-STR
                organization line sequential
                file status is WS-FileStatus-STR.
            select SAVE-FILE assign using WS-SaveFile-STR
                organization line sequential
                file status is WS-FileStatus-STR.
            select TER-FILE assign using WS-TerFile-STR
                organization line sequential
                file status is WS-FileStatus-STR.
            select RSK-FILE assign using WS-RskFile-STR
                organization line sequential
                file status is WS-FileStatus-STR.
            select CAT-FILE assign using WS-CatFile-STR
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

        *> The saved layout - tile, occupancy and damage all matter
        fd SAVE-FILE.
        01 SAVE-Record            pic x(14).

        *> The terrain under the grid, one digit per cell per row
        fd TER-FILE.
        01 TER-Record             pic x(4096).

        *> The exposure report this program leaves behind
        fd RSK-FILE.
        01 RSK-Record             pic x(80).

        *> Tile catalog master, shared with the game
        fd CAT-FILE.
        01 CAT-Record             pic x(80).

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
        01 WS-TerFile-STR       pic x(20) value "CITYTER.DAT".
        01 WS-RskFile-STR       pic x(20) value "CITYRSK.DAT".
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
        01 WS-PopPerRes-NUM     pic 9(2) value 08.

        *> The terrain layer - 1 grass, 2 forest, 3 rock, 4 river -
        *> all grass when there is no terrain file
        01 WS-Terrain-NUM       pic 9 occurs 4096 times value 1.
        01 WS-TerrainRow-NUM    pic 9(4) value 0.
        01 WS-TerrainCol-NUM    pic 9(4) value 0.
        01 WS-ForestClearCost-NUM pic 9(4) value 0015.

        *> The catalog the game loads - names and replacement costs
        copy tile-cat.

        *> Fire Station blanket, painted the way the game paints it
        01 WS-FireRadius-NUM    pic 9(2) value 04.
        01 WS-FireCover-BOOL    pic 9 occurs 4096 times value 0.
        01 WS-CovIndex-NUM      pic 9(5) value 0.
        01 WS-CovRow-NUM        pic s9(6) value 0.
        01 WS-CovCol-NUM        pic s9(6) value 0.
        01 WS-CovFromRow-NUM    pic s9(6) value 0.
        01 WS-CovToRow-NUM      pic s9(6) value 0.
        01 WS-CovFromCol-NUM    pic s9(6) value 0.
        01 WS-CovToCol-NUM      pic s9(6) value 0.
        01 WS-CovScanRow-NUM    pic s9(6) value 0.
        01 WS-CovScanCol-NUM    pic s9(6) value 0.

        *> Each cell's exposure: fire, flood, or both
        01 WS-FireRisk-BOOL     pic 9 occurs 4096 times value 0.
        01 WS-FloodRisk-BOOL    pic 9 occurs 4096 times value 0.
        01 WS-AtRisk-BOOL       pic 9 occurs 4096 times value 0.
        01 WS-Exposure-STR      pic x(10).

        *> Orthogonal neighbour walk
        01 WS-CellRow-NUM       pic s9(6) value 0.
        01 WS-CellCol-NUM       pic s9(6) value 0.
        01 WS-NbrLoop-NUM       pic 9(1) value 0.
        01 WS-NbrRow-NUM        pic s9(6) value 0.
        01 WS-NbrCol-NUM        pic s9(6) value 0.
        01 WS-NbrIndex-NUM      pic 9(5) value 0.
        01 WS-Row-NUM           pic 9(4) value 0.
        01 WS-Col-NUM           pic 9(4) value 0.

        *> Clusters - one flood fill over touching at-risk cells per
        *> cluster. The queue is never rewound, so each cluster's
        *> cells sit together in it from its first to its last
        01 WS-Cluster-NUM       pic 9(4) occurs 4096 times value 0.
        01 WS-RiskQueue-NUM     pic 9(5) occurs 4096 times value 0.
        01 WS-RiskQHead-NUM     pic 9(5) value 0.
        01 WS-RiskQTail-NUM     pic 9(5) value 0.
        01 WS-RiskScan-NUM      pic 9(5) value 0.
        01 WS-ClusterCount-NUM  pic 9(4) value 0.
        01 WS-ClusterFirst-NUM  pic 9(5) value 0.
        01 WS-ClusterCells-NUM  pic 9(5) value 0.
        01 WS-ClusterFire-NUM   pic 9(5) value 0.
        01 WS-ClusterFlood-NUM  pic 9(5) value 0.
        01 WS-ClusterCost-NUM   pic 9(8) value 0.
        01 WS-ClusterPop-NUM    pic 9(6) value 0.
        01 WS-QueueLoop-NUM     pic 9(5) value 0.

        *> City totals - a cell counts once however it is exposed
        01 WS-FireCells-NUM     pic 9(5) value 0.
        01 WS-FloodCells-NUM    pic 9(5) value 0.
        01 WS-RiskCells-NUM     pic 9(5) value 0.
        01 WS-RiskValue-NUM     pic 9(8) value 0.
        01 WS-RiskPop-NUM       pic 9(6) value 0.
        01 WS-CellCost-NUM      pic 9(5) value 0.

        *> The best Fire Station site - the empty, buildable cell
        *> whose blanket would take in the most uncovered value
        01 WS-SiteValue-NUM     pic 9(8) value 0.
        01 WS-SiteCells-NUM     pic 9(5) value 0.
        01 WS-BestValue-NUM     pic 9(8) value 0.
        01 WS-BestCells-NUM     pic 9(5) value 0.
        01 WS-BestRow-NUM       pic 9(4) value 0.
        01 WS-BestCol-NUM       pic 9(4) value 0.
        01 WS-BestIndex-NUM     pic 9(5) value 0.
        01 WS-BuildCost-NUM     pic 9(6) value 0.

        01 WS-RowEdit-STR       pic z(3)9.
        01 WS-ColEdit-STR       pic z(3)9.
        01 WS-CountEdit-STR     pic z(4)9.
        01 WS-Count2Edit-STR    pic z(4)9.
        01 WS-AmountEdit-STR    pic z(7)9.
        01 WS-PopEdit-STR       pic z(5)9.
        01 WS-OccEdit-STR       pic z9.

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
        perform load-terrain.
        perform load-layout.
        perform compute-coverage.
        perform mark-exposure.

        open output RSK-FILE.
        perform write-heading.
        perform find-clusters.
        perform find-best-site.
        perform write-totals.
        close RSK-FILE.

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
                    "SAVE.DAT" delimited by size
                    into WS-SaveFile-STR
                end-string
                string WS-CityPrefix-STR delimited by space
                    "TER.DAT" delimited by size
                    into WS-TerFile-STR
                end-string
                string WS-CityPrefix-STR delimited by space
                    "RSK.DAT" delimited by size
                    into WS-RskFile-STR
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

        *> Every Fire Station stamps a square of its radius onto
        *> the blanket, clipped at the plot edges
        compute-coverage section.
            move 0 to WS-CovRow-NUM
            perform until WS-CovRow-NUM >= WS-MapHeight-NUM
                move 0 to WS-CovCol-NUM
                perform until WS-CovCol-NUM >= WS-MapWidth-NUM
                    compute WS-CovIndex-NUM =
                        (WS-CovRow-NUM * WS-MapWidth-NUM)
                        + WS-CovCol-NUM + 1
                    if WS-Grid-NUM(WS-CovIndex-NUM) = 7
                        perform set-cover-square
                        perform paint-fire-coverage
                    end-if
                    add 1 to WS-CovCol-NUM
                end-perform
                add 1 to WS-CovRow-NUM
            end-perform
        .

        *> The blanket square around WS-CovRow-NUM / WS-CovCol-NUM,
        *> clipped at the plot edges
        set-cover-square section.
            compute WS-CovFromRow-NUM =
                WS-CovRow-NUM - WS-FireRadius-NUM
            if WS-CovFromRow-NUM < 0
                move 0 to WS-CovFromRow-NUM
            end-if
            compute WS-CovToRow-NUM =
                WS-CovRow-NUM + WS-FireRadius-NUM
            if WS-CovToRow-NUM >= WS-MapHeight-NUM
                compute WS-CovToRow-NUM = WS-MapHeight-NUM - 1
            end-if
            compute WS-CovFromCol-NUM =
                WS-CovCol-NUM - WS-FireRadius-NUM
            if WS-CovFromCol-NUM < 0
                move 0 to WS-CovFromCol-NUM
            end-if
            compute WS-CovToCol-NUM =
                WS-CovCol-NUM + WS-FireRadius-NUM
            if WS-CovToCol-NUM >= WS-MapWidth-NUM
                compute WS-CovToCol-NUM = WS-MapWidth-NUM - 1
            end-if
        .

        paint-fire-coverage section.
            move WS-CovFromRow-NUM to WS-CovScanRow-NUM
            perform until WS-CovScanRow-NUM > WS-CovToRow-NUM
                move WS-CovFromCol-NUM to WS-CovScanCol-NUM
                perform until WS-CovScanCol-NUM > WS-CovToCol-NUM
                    compute WS-NbrIndex-NUM =
                        (WS-CovScanRow-NUM * WS-MapWidth-NUM)
                        + WS-CovScanCol-NUM + 1
                    move rl-true to WS-FireCover-BOOL(WS-NbrIndex-NUM)
                    add 1 to WS-CovScanCol-NUM
                end-perform
                add 1 to WS-CovScanRow-NUM
            end-perform
        .

        *> The game's own hazard rules, read as exposure rather than
        *> rolled: a Residential, Commercial, Industrial or School
        *> tile outside every blanket can catch fire, and any built
        *> cell but Water beside river terrain can flood. A tile
        *> already damaged has nothing left to lose until repaired
        mark-exposure section.
            move 0 to WS-Row-NUM
            perform until WS-Row-NUM >= WS-MapHeight-NUM
                move 0 to WS-Col-NUM
                perform until WS-Col-NUM >= WS-MapWidth-NUM
                    compute WS-GridIndex-NUM =
                        (WS-Row-NUM * WS-MapWidth-NUM)
                        + WS-Col-NUM + 1
                    if WS-Grid-NUM(WS-GridIndex-NUM) > 0
                        and WS-Damaged-BOOL(WS-GridIndex-NUM)
                            = rl-false
                        perform mark-one-cell
                    end-if
                    add 1 to WS-Col-NUM
                end-perform
                add 1 to WS-Row-NUM
            end-perform
        .

        mark-one-cell section.
            if (WS-Grid-NUM(WS-GridIndex-NUM) = 2
                or WS-Grid-NUM(WS-GridIndex-NUM) = 3
                or WS-Grid-NUM(WS-GridIndex-NUM) = 6
                or WS-Grid-NUM(WS-GridIndex-NUM) = 8)
                and WS-FireCover-BOOL(WS-GridIndex-NUM) = rl-false
                move rl-true to WS-FireRisk-BOOL(WS-GridIndex-NUM)
                add 1 to WS-FireCells-NUM
            end-if

            if WS-Grid-NUM(WS-GridIndex-NUM) not = 5
                move WS-Row-NUM to WS-CellRow-NUM
                move WS-Col-NUM to WS-CellCol-NUM
                move 1 to WS-NbrLoop-NUM
                perform until WS-NbrLoop-NUM > 4
                    perform step-neighbour
                    if WS-NbrIndex-NUM > 0
                        and WS-Terrain-NUM(WS-NbrIndex-NUM) = 4
                        and WS-FloodRisk-BOOL(WS-GridIndex-NUM)
                            = rl-false
                        move rl-true
                            to WS-FloodRisk-BOOL(WS-GridIndex-NUM)
                        add 1 to WS-FloodCells-NUM
                    end-if
                    add 1 to WS-NbrLoop-NUM
                end-perform
            end-if

            if WS-FireRisk-BOOL(WS-GridIndex-NUM) = rl-true
                or WS-FloodRisk-BOOL(WS-GridIndex-NUM) = rl-true
                move rl-true to WS-AtRisk-BOOL(WS-GridIndex-NUM)
                add 1 to WS-RiskCells-NUM
                add WS-TileCatalog-Cost-NUM(
                        WS-Grid-NUM(WS-GridIndex-NUM))
                    to WS-RiskValue-NUM
                if WS-Grid-NUM(WS-GridIndex-NUM) = 2
                    add WS-Occupancy-NUM(WS-GridIndex-NUM)
                        to WS-RiskPop-NUM
                end-if
            end-if
        .

        *> The cell WS-NbrLoop-NUM steps to from WS-CellRow-NUM /
        *> WS-CellCol-NUM - up, down, left, right - left in
        *> WS-NbrIndex-NUM, or zero when it falls off the plot
        step-neighbour section.
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

        write-heading section.
            move "Fire and flood exposure" to RSK-Record
            write RSK-Record
            move WS-FireRadius-NUM to WS-OccEdit-STR
            move spaces to RSK-Record
            string
                "Fire: homes, shops, works and schools outside every"
                    delimited by size
                " station blanket (radius" delimited by size
                WS-OccEdit-STR delimited by size
                ")" delimited by size
                into RSK-Record
            end-string
            write RSK-Record
            move "Flood: any building but Water beside river terrain"
                to RSK-Record
            write RSK-Record
            move spaces to RSK-Record
            write RSK-Record
        .

        *> Each unvisited at-risk cell seeds a cluster, flooded out
        *> through touching at-risk cells; the cluster's summary
        *> line goes out first, then its buildings in the order the
        *> fill reached them
        find-clusters section.
            move 0 to WS-RiskQHead-NUM
            move 0 to WS-RiskQTail-NUM
            move 1 to WS-GridIndex-NUM
            perform until WS-GridIndex-NUM > WS-GridCells-NUM
                if WS-AtRisk-BOOL(WS-GridIndex-NUM) = rl-true
                    and WS-Cluster-NUM(WS-GridIndex-NUM) = 0
                    perform fill-cluster
                    perform write-cluster
                end-if
                add 1 to WS-GridIndex-NUM
            end-perform

            if WS-ClusterCount-NUM = 0
                move "  No building stands exposed" to RSK-Record
                write RSK-Record
            end-if
        .

        fill-cluster section.
            add 1 to WS-ClusterCount-NUM
            compute WS-ClusterFirst-NUM = WS-RiskQTail-NUM + 1
            move WS-ClusterCount-NUM
                to WS-Cluster-NUM(WS-GridIndex-NUM)
            add 1 to WS-RiskQTail-NUM
            move WS-GridIndex-NUM to WS-RiskQueue-NUM(WS-RiskQTail-NUM)

            perform until WS-RiskQHead-NUM >= WS-RiskQTail-NUM
                add 1 to WS-RiskQHead-NUM
                move WS-RiskQueue-NUM(WS-RiskQHead-NUM)
                    to WS-RiskScan-NUM
                compute WS-CellRow-NUM =
                    (WS-RiskScan-NUM - 1) / WS-MapWidth-NUM
                compute WS-CellCol-NUM =
                    WS-RiskScan-NUM - 1
                    - (WS-CellRow-NUM * WS-MapWidth-NUM)
                move 1 to WS-NbrLoop-NUM
                perform until WS-NbrLoop-NUM > 4
                    perform step-neighbour
                    if WS-NbrIndex-NUM > 0
                        and WS-AtRisk-BOOL(WS-NbrIndex-NUM) = rl-true
                        and WS-Cluster-NUM(WS-NbrIndex-NUM) = 0
                        move WS-ClusterCount-NUM
                            to WS-Cluster-NUM(WS-NbrIndex-NUM)
                        add 1 to WS-RiskQTail-NUM
                        move WS-NbrIndex-NUM
                            to WS-RiskQueue-NUM(WS-RiskQTail-NUM)
                    end-if
                    add 1 to WS-NbrLoop-NUM
                end-perform
            end-perform

            move 0 to WS-ClusterCells-NUM
            move 0 to WS-ClusterFire-NUM
            move 0 to WS-ClusterFlood-NUM
            move 0 to WS-ClusterCost-NUM
            move 0 to WS-ClusterPop-NUM
            move WS-ClusterFirst-NUM to WS-QueueLoop-NUM
            perform until WS-QueueLoop-NUM > WS-RiskQTail-NUM
                move WS-RiskQueue-NUM(WS-QueueLoop-NUM)
                    to WS-RiskScan-NUM
                add 1 to WS-ClusterCells-NUM
                if WS-FireRisk-BOOL(WS-RiskScan-NUM) = rl-true
                    add 1 to WS-ClusterFire-NUM
                end-if
                if WS-FloodRisk-BOOL(WS-RiskScan-NUM) = rl-true
                    add 1 to WS-ClusterFlood-NUM
                end-if
                add WS-TileCatalog-Cost-NUM(
                        WS-Grid-NUM(WS-RiskScan-NUM))
                    to WS-ClusterCost-NUM
                if WS-Grid-NUM(WS-RiskScan-NUM) = 2
                    add WS-Occupancy-NUM(WS-RiskScan-NUM)
                        to WS-ClusterPop-NUM
                end-if
                add 1 to WS-QueueLoop-NUM
            end-perform
        .

        write-cluster section.
            compute WS-Row-NUM =
                (WS-GridIndex-NUM - 1) / WS-MapWidth-NUM
            compute WS-Col-NUM =
                WS-GridIndex-NUM - 1 - (WS-Row-NUM * WS-MapWidth-NUM)
            move WS-ClusterCount-NUM to WS-CountEdit-STR
            move WS-Row-NUM to WS-RowEdit-STR
            move WS-Col-NUM to WS-ColEdit-STR
            move spaces to RSK-Record
            string
                "Cluster" delimited by size
                WS-CountEdit-STR delimited by size
                " from row" delimited by size
                WS-RowEdit-STR delimited by size
                " col" delimited by size
                WS-ColEdit-STR delimited by size
                into RSK-Record
            end-string
            move WS-ClusterCells-NUM to WS-CountEdit-STR
            move WS-ClusterCost-NUM to WS-AmountEdit-STR
            move WS-ClusterPop-NUM to WS-PopEdit-STR
            string
                WS-CountEdit-STR delimited by size
                " bldg  cost" delimited by size
                WS-AmountEdit-STR delimited by size
                "  pop" delimited by size
                WS-PopEdit-STR delimited by size
                into RSK-Record(34:47)
            end-string
            write RSK-Record

            move WS-ClusterFire-NUM to WS-CountEdit-STR
            move WS-ClusterFlood-NUM to WS-Count2Edit-STR
            move spaces to RSK-Record
            string
                "  fire-exposed" delimited by size
                WS-CountEdit-STR delimited by size
                "   flood-exposed" delimited by size
                WS-Count2Edit-STR delimited by size
                into RSK-Record
            end-string
            write RSK-Record

            move WS-ClusterFirst-NUM to WS-QueueLoop-NUM
            perform until WS-QueueLoop-NUM > WS-RiskQTail-NUM
                move WS-RiskQueue-NUM(WS-QueueLoop-NUM)
                    to WS-RiskScan-NUM
                perform write-cell-line
                add 1 to WS-QueueLoop-NUM
            end-perform
            move spaces to RSK-Record
            write RSK-Record
        .

        write-cell-line section.
            compute WS-Row-NUM =
                (WS-RiskScan-NUM - 1) / WS-MapWidth-NUM
            compute WS-Col-NUM =
                WS-RiskScan-NUM - 1 - (WS-Row-NUM * WS-MapWidth-NUM)
            move WS-Row-NUM to WS-RowEdit-STR
            move WS-Col-NUM to WS-ColEdit-STR
            move WS-TileCatalog-Cost-NUM(WS-Grid-NUM(WS-RiskScan-NUM))
                to WS-AmountEdit-STR

            if WS-FireRisk-BOOL(WS-RiskScan-NUM) = rl-true
                if WS-FloodRisk-BOOL(WS-RiskScan-NUM) = rl-true
                    move "FIRE+FLOOD" to WS-Exposure-STR
                else
                    move "FIRE" to WS-Exposure-STR
                end-if
            else
                move "FLOOD" to WS-Exposure-STR
            end-if

            move spaces to RSK-Record
            string
                "    row" delimited by size
                WS-RowEdit-STR delimited by size
                " col" delimited by size
                WS-ColEdit-STR delimited by size
                "  " delimited by size
                WS-TileCatalog-Name-STR(
                    WS-Grid-NUM(WS-RiskScan-NUM))
                    delimited by size
                " " delimited by size
                WS-Exposure-STR delimited by size
                " cost" delimited by size
                WS-AmountEdit-STR delimited by size
                into RSK-Record
            end-string
            if WS-Grid-NUM(WS-RiskScan-NUM) = 2
                move WS-Occupancy-NUM(WS-RiskScan-NUM)
                    to WS-OccEdit-STR
                string
                    "  pop " delimited by size
                    WS-OccEdit-STR delimited by size
                    into RSK-Record(64:17)
                end-string
            end-if
            write RSK-Record
        .

        *> Tries a Fire Station on every empty cell the game would
        *> let one go on - not river, not Water - and keeps the one
        *> whose blanket takes in the most fire-exposed value. A
        *> tie goes to the first site found, top-left first
        find-best-site section.
            move 0 to WS-CovRow-NUM
            perform until WS-CovRow-NUM >= WS-MapHeight-NUM
                move 0 to WS-CovCol-NUM
                perform until WS-CovCol-NUM >= WS-MapWidth-NUM
                    compute WS-CovIndex-NUM =
                        (WS-CovRow-NUM * WS-MapWidth-NUM)
                        + WS-CovCol-NUM + 1
                    if WS-Grid-NUM(WS-CovIndex-NUM) = 0
                        and WS-Terrain-NUM(WS-CovIndex-NUM) not = 4
                        perform try-site
                    end-if
                    add 1 to WS-CovCol-NUM
                end-perform
                add 1 to WS-CovRow-NUM
            end-perform
        .

        try-site section.
            perform set-cover-square
            move 0 to WS-SiteValue-NUM
            move 0 to WS-SiteCells-NUM
            move WS-CovFromRow-NUM to WS-CovScanRow-NUM
            perform until WS-CovScanRow-NUM > WS-CovToRow-NUM
                move WS-CovFromCol-NUM to WS-CovScanCol-NUM
                perform until WS-CovScanCol-NUM > WS-CovToCol-NUM
                    compute WS-NbrIndex-NUM =
                        (WS-CovScanRow-NUM * WS-MapWidth-NUM)
                        + WS-CovScanCol-NUM + 1
                    if WS-FireRisk-BOOL(WS-NbrIndex-NUM) = rl-true
                        add 1 to WS-SiteCells-NUM
                        add WS-TileCatalog-Cost-NUM(
                                WS-Grid-NUM(WS-NbrIndex-NUM))
                            to WS-SiteValue-NUM
                    end-if
                    add 1 to WS-CovScanCol-NUM
                end-perform
                add 1 to WS-CovScanRow-NUM
            end-perform

            if WS-SiteValue-NUM > WS-BestValue-NUM
                move WS-SiteValue-NUM to WS-BestValue-NUM
                move WS-SiteCells-NUM to WS-BestCells-NUM
                move WS-CovRow-NUM to WS-BestRow-NUM
                move WS-CovCol-NUM to WS-BestCol-NUM
                move WS-CovIndex-NUM to WS-BestIndex-NUM
            end-if
        .

        write-totals section.
            move WS-RiskCells-NUM to WS-CountEdit-STR
            move spaces to RSK-Record
            string
                "Buildings at risk:     " delimited by size
                WS-CountEdit-STR delimited by size
                into RSK-Record
            end-string
            write RSK-Record
            move WS-FireCells-NUM to WS-CountEdit-STR
            move WS-FloodCells-NUM to WS-Count2Edit-STR
            move spaces to RSK-Record
            string
                "  fire-exposed:        " delimited by size
                WS-CountEdit-STR delimited by size
                "   flood-exposed:" delimited by size
                WS-Count2Edit-STR delimited by size
                into RSK-Record
            end-string
            write RSK-Record
            move WS-ClusterCount-NUM to WS-CountEdit-STR
            move spaces to RSK-Record
            string
                "Clusters:              " delimited by size
                WS-CountEdit-STR delimited by size
                into RSK-Record
            end-string
            write RSK-Record
            move WS-RiskValue-NUM to WS-AmountEdit-STR
            move spaces to RSK-Record
            string
                "Total value at risk:" delimited by size
                WS-AmountEdit-STR delimited by size
                into RSK-Record
            end-string
            write RSK-Record
            move WS-RiskPop-NUM to WS-PopEdit-STR
            move spaces to RSK-Record
            string
                "Population at risk:   " delimited by size
                WS-PopEdit-STR delimited by size
                into RSK-Record
            end-string
            write RSK-Record

            move spaces to RSK-Record
            write RSK-Record
            move spaces to RSK-Record
            if WS-BestValue-NUM > 0
                move WS-BestRow-NUM to WS-RowEdit-STR
                move WS-BestCol-NUM to WS-ColEdit-STR
                string
                    "Best Fire Station site: row" delimited by size
                    WS-RowEdit-STR delimited by size
                    " col" delimited by size
                    WS-ColEdit-STR delimited by size
                    into RSK-Record
                end-string
                write RSK-Record

                move WS-BestCells-NUM to WS-CountEdit-STR
                move WS-BestValue-NUM to WS-AmountEdit-STR
                move spaces to RSK-Record
                string
                    "  covers" delimited by size
                    WS-CountEdit-STR delimited by size
                    " exposed building(s) worth" delimited by size
                    WS-AmountEdit-STR delimited by size
                    into RSK-Record
                end-string
                write RSK-Record

                *> Forest has to be cleared first, as in the game
                move WS-TileCatalog-Cost-NUM(7) to WS-BuildCost-NUM
                if WS-Terrain-NUM(WS-BestIndex-NUM) = 2
                    add WS-ForestClearCost-NUM to WS-BuildCost-NUM
                end-if
                move WS-BuildCost-NUM to WS-AmountEdit-STR
                move spaces to RSK-Record
                string
                    "  station costs" delimited by size
                    WS-AmountEdit-STR delimited by size
                    " to build" delimited by size
                    into RSK-Record
                end-string
            else
                move "Best Fire Station site: none - no fire exposure"
                    to RSK-Record
            end-if
            write RSK-Record
        .
