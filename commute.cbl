        identification division.
        program-id. commute.

        environment division.
        input-output section.
        file-control.
            select SCN-FILE assign using WS-ScnFile-STR
                organization line sequential
                file status is WS-FileStatus-STR.
            select SAVE-FILE assign using WS-SaveFile-STR
                organization line sequential
                file status is WS-FileStatus-STR.
            select CMT-FILE assign using WS-CmtFile-STR
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

        *> The saved layout - tile and occupancy matter here
        fd SAVE-FILE.
        01 SAVE-Record            pic x(14).

        *> The commute report this program leaves behind
        fd CMT-FILE.
        01 CMT-Record             pic x(80).

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
        01 WS-CmtFile-STR       pic x(20) value "CITYCMT.DAT".
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

        *> The catalog the game loads - the layout is checked
        *> against it
        copy tile-cat.

        *> Orthogonal neighbour walk
        01 WS-CellRow-NUM       pic s9(6) value 0.
        01 WS-CellCol-NUM       pic s9(6) value 0.
        01 WS-NbrLoop-NUM       pic 9(1) value 0.
        01 WS-NbrRow-NUM        pic s9(6) value 0.
        01 WS-NbrCol-NUM        pic s9(6) value 0.
        01 WS-NbrIndex-NUM      pic 9(5) value 0.
        01 WS-Row-NUM           pic 9(4) value 0.
        01 WS-Col-NUM           pic 9(4) value 0.

        *> Commute distances, worked out the way the game works
        *> them out - road steps from each road to the nearest road
        *> serving a Commercial or Industrial tile
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

        *> Road networks - each run of touching road tiles is one
        *> network, named in the report by its top-left road cell.
        *> A home belongs to the network that gives it its best
        *> commute, or to the first road next door when none does
        01 WS-RoadNet-NUM       pic 9(4) occurs 4096 times value 0.
        01 WS-NetQueue-NUM      pic 9(5) occurs 4096 times value 0.
        01 WS-NetQHead-NUM      pic 9(5) value 0.
        01 WS-NetQTail-NUM      pic 9(5) value 0.
        01 WS-NetScan-NUM       pic 9(5) value 0.
        01 WS-NetCount-NUM      pic 9(4) value 0.
        01 WS-NetCur-NUM        pic 9(4) value 0.
        01 WS-NetLoop-NUM       pic 9(4) value 0.
        01 WS-NetSize-NUM       pic 9(5) occurs 4096 times value 0.
        01 WS-NetRow-NUM        pic 9(4) occurs 4096 times value 0.
        01 WS-NetCol-NUM        pic 9(4) occurs 4096 times value 0.
        01 WS-NetEdge-BOOL      pic 9 occurs 4096 times value 0.
        01 WS-NetJobRoads-NUM   pic 9(5) occurs 4096 times value 0.
        01 WS-NetHomes-NUM      pic 9(5) occurs 4096 times value 0.
        01 WS-NetReached-NUM    pic 9(5) occurs 4096 times value 0.
        01 WS-NetTotal-NUM      pic 9(8) occurs 4096 times value 0.
        01 WS-NetWorst-NUM      pic 9(4) occurs 4096 times value 0.
        01 WS-HomeNet-NUM       pic 9(4) value 0.

        *> City totals
        01 WS-HomeCount-NUM     pic 9(5) value 0.
        01 WS-ReachedCount-NUM  pic 9(5) value 0.
        01 WS-NearCount-NUM     pic 9(5) value 0.
        01 WS-MidCount-NUM      pic 9(5) value 0.
        01 WS-FarCount-NUM      pic 9(5) value 0.
        01 WS-NoJobCount-NUM    pic 9(5) value 0.
        01 WS-CityTotal-NUM     pic 9(8) value 0.
        01 WS-CityWorst-NUM     pic 9(4) value 0.
        01 WS-WorstRow-NUM      pic 9(4) value 0.
        01 WS-WorstCol-NUM      pic 9(4) value 0.
        01 WS-Average-NUM       pic 9(4)v9 value 0.

        01 WS-RowEdit-STR       pic z(3)9.
        01 WS-ColEdit-STR       pic z(3)9.
        01 WS-CountEdit-STR     pic z(4)9.
        01 WS-Count2Edit-STR    pic z(4)9.
        01 WS-Count3Edit-STR    pic z(4)9.
        01 WS-StepEdit-STR      pic z(3)9.
        01 WS-AverageEdit-STR   pic z(3)9.9.
        01 WS-OccEdit-STR       pic z9.
        01 WS-Occ2Edit-STR      pic z9.

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
        perform compute-commute.
        perform find-road-networks.
        perform assess-homes.

        open output CMT-FILE.
        perform write-heading.
        perform write-networks.
        perform write-stranded-homes.
        perform write-totals.
        close CMT-FILE.

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
                    "CMT.DAT" delimited by size
                    into WS-CmtFile-STR
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

        *> Every road tile not yet in a network starts one, flooded
        *> out through touching road tiles - scanned top-left first,
        *> so each network is named by its top-left road
        find-road-networks section.
            move 0 to WS-Row-NUM
            perform until WS-Row-NUM >= WS-MapHeight-NUM
                move 0 to WS-Col-NUM
                perform until WS-Col-NUM >= WS-MapWidth-NUM
                    compute WS-NetScan-NUM =
                        (WS-Row-NUM * WS-MapWidth-NUM)
                        + WS-Col-NUM + 1
                    if WS-Grid-NUM(WS-NetScan-NUM) = 1
                        and WS-RoadNet-NUM(WS-NetScan-NUM) = 0
                        perform flood-one-network
                    end-if
                    add 1 to WS-Col-NUM
                end-perform
                add 1 to WS-Row-NUM
            end-perform
        .

        flood-one-network section.
            add 1 to WS-NetCount-NUM
            move WS-NetCount-NUM to WS-NetCur-NUM
            move WS-Row-NUM to WS-NetRow-NUM(WS-NetCur-NUM)
            move WS-Col-NUM to WS-NetCol-NUM(WS-NetCur-NUM)

            move 0 to WS-NetQHead-NUM
            move 0 to WS-NetQTail-NUM
            move WS-NetCur-NUM to WS-RoadNet-NUM(WS-NetScan-NUM)
            add 1 to WS-NetQTail-NUM
            move WS-NetScan-NUM to WS-NetQueue-NUM(WS-NetQTail-NUM)

            perform until WS-NetQHead-NUM >= WS-NetQTail-NUM
                add 1 to WS-NetQHead-NUM
                move WS-NetQueue-NUM(WS-NetQHead-NUM)
                    to WS-NetScan-NUM
                add 1 to WS-NetSize-NUM(WS-NetCur-NUM)
                if WS-CommuteDist-NUM(WS-NetScan-NUM) = 0
                    add 1 to WS-NetJobRoads-NUM(WS-NetCur-NUM)
                end-if
                perform spread-network
            end-perform
        .

        *> One worklist step - the road in WS-NetScan-NUM marks the
        *> network as reaching the map edge if it sits on it, and
        *> its unclaimed road neighbours join the network
        spread-network section.
            compute WS-CellRow-NUM =
                (WS-NetScan-NUM - 1) / WS-MapWidth-NUM
            compute WS-CellCol-NUM =
                WS-NetScan-NUM - 1
                - (WS-CellRow-NUM * WS-MapWidth-NUM)
            if WS-CellRow-NUM = 0
                or WS-CellCol-NUM = 0
                or WS-CellRow-NUM = WS-MapHeight-NUM - 1
                or WS-CellCol-NUM = WS-MapWidth-NUM - 1
                move rl-true to WS-NetEdge-BOOL(WS-NetCur-NUM)
            end-if

            move 1 to WS-NbrLoop-NUM
            perform until WS-NbrLoop-NUM > 4
                perform step-commute-neighbour
                if WS-NbrIndex-NUM > 0
                    if WS-Grid-NUM(WS-NbrIndex-NUM) = 1
                        and WS-RoadNet-NUM(WS-NbrIndex-NUM) = 0
                        move WS-NetCur-NUM
                            to WS-RoadNet-NUM(WS-NbrIndex-NUM)
                        add 1 to WS-NetQTail-NUM
                        move WS-NbrIndex-NUM
                            to WS-NetQueue-NUM(WS-NetQTail-NUM)
                    end-if
                end-if
                add 1 to WS-NbrLoop-NUM
            end-perform
        .

        *> Rates every home and charges it to its network
        assess-homes section.
            move 0 to WS-Row-NUM
            perform until WS-Row-NUM >= WS-MapHeight-NUM
                move 0 to WS-Col-NUM
                perform until WS-Col-NUM >= WS-MapWidth-NUM
                    compute WS-GridIndex-NUM =
                        (WS-Row-NUM * WS-MapWidth-NUM)
                        + WS-Col-NUM + 1
                    if WS-Grid-NUM(WS-GridIndex-NUM) = 2
                        perform assess-one-home
                    end-if
                    add 1 to WS-Col-NUM
                end-perform
                add 1 to WS-Row-NUM
            end-perform
        .

        assess-one-home section.
            move WS-Row-NUM to WS-CellRow-NUM
            move WS-Col-NUM to WS-CellCol-NUM
            perform rate-home-commute
            perform find-home-network

            add 1 to WS-HomeCount-NUM
            if WS-HomeNet-NUM > 0
                add 1 to WS-NetHomes-NUM(WS-HomeNet-NUM)
            end-if

            if WS-HomeCommute-NUM = WS-CommuteNone-NUM
                add 1 to WS-NoJobCount-NUM
            else
                add 1 to WS-ReachedCount-NUM
                add WS-HomeCommute-NUM to WS-CityTotal-NUM
                add 1 to WS-NetReached-NUM(WS-HomeNet-NUM)
                add WS-HomeCommute-NUM
                    to WS-NetTotal-NUM(WS-HomeNet-NUM)
                if WS-HomeCommute-NUM > WS-NetWorst-NUM(WS-HomeNet-NUM)
                    move WS-HomeCommute-NUM
                        to WS-NetWorst-NUM(WS-HomeNet-NUM)
                end-if
                if WS-HomeCommute-NUM > WS-CityWorst-NUM
                    or WS-ReachedCount-NUM = 1
                    move WS-HomeCommute-NUM to WS-CityWorst-NUM
                    move WS-Row-NUM to WS-WorstRow-NUM
                    move WS-Col-NUM to WS-WorstCol-NUM
                end-if

                if WS-HomeCommute-NUM <= WS-CommuteNear-NUM
                    add 1 to WS-NearCount-NUM
                else
                    if WS-HomeCommute-NUM > WS-CommuteFar-NUM
                        add 1 to WS-FarCount-NUM
                    else
                        add 1 to WS-MidCount-NUM
                    end-if
                end-if
            end-if
        .

        *> The network of the road next door that gives the home
        *> its commute - or, when no road does, of the first road
        *> next door at all; none when the home has no road
        find-home-network section.
            move 0 to WS-HomeNet-NUM
            move 1 to WS-NbrLoop-NUM
            perform until WS-NbrLoop-NUM > 4
                perform step-commute-neighbour
                if WS-NbrIndex-NUM > 0
                    if WS-Grid-NUM(WS-NbrIndex-NUM) = 1
                        and WS-CommuteDist-NUM(WS-NbrIndex-NUM)
                            = WS-HomeCommute-NUM
                        and WS-HomeNet-NUM = 0
                        move WS-RoadNet-NUM(WS-NbrIndex-NUM)
                            to WS-HomeNet-NUM
                    end-if
                end-if
                add 1 to WS-NbrLoop-NUM
            end-perform
        .

        write-heading section.
            move "Commute analysis" to CMT-Record
            write CMT-Record
            move spaces to CMT-Record
            string
                "Road steps from a home's road to the nearest road"
                    delimited by size
                " serving a shop or works" delimited by size
                into CMT-Record
            end-string
            write CMT-Record
            move WS-CommuteNear-NUM to WS-OccEdit-STR
            move WS-CommuteFar-NUM to WS-Occ2Edit-STR
            move spaces to CMT-Record
            string
                "Desirability: near (within" delimited by size
                WS-OccEdit-STR delimited by size
                ") +1, far (over " delimited by size
                WS-Occ2Edit-STR delimited by size
                ") -1, no jobs in reach -2" delimited by size
                into CMT-Record
            end-string
            write CMT-Record
            move spaces to CMT-Record
            write CMT-Record
        .

        write-networks section.
            move "Road networks" to CMT-Record
            write CMT-Record
            move spaces to CMT-Record
            move "  first road" to CMT-Record(1:12)
            move "Roads" to CMT-Record(19:5)
            move "Edge" to CMT-Record(26:4)
            move "JobRd" to CMT-Record(32:5)
            move "Homes" to CMT-Record(39:5)
            move "NoJob" to CMT-Record(46:5)
            move "   Avg" to CMT-Record(53:6)
            move "Worst" to CMT-Record(61:5)
            write CMT-Record

            move 1 to WS-NetLoop-NUM
            perform until WS-NetLoop-NUM > WS-NetCount-NUM
                perform write-network-line
                add 1 to WS-NetLoop-NUM
            end-perform

            if WS-NetCount-NUM = 0
                move "    no roads" to CMT-Record
                write CMT-Record
            end-if
            move spaces to CMT-Record
            write CMT-Record
        .

        *> One network: its size, whether it reaches the map edge,
        *> how many of its roads serve jobs, and the commute of the
        *> homes it carries
        write-network-line section.
            move WS-NetRow-NUM(WS-NetLoop-NUM) to WS-RowEdit-STR
            move WS-NetCol-NUM(WS-NetLoop-NUM) to WS-ColEdit-STR
            move spaces to CMT-Record
            string
                "  row" delimited by size
                WS-RowEdit-STR delimited by size
                " col" delimited by size
                WS-ColEdit-STR delimited by size
                into CMT-Record
            end-string
            move WS-NetSize-NUM(WS-NetLoop-NUM) to WS-CountEdit-STR
            move WS-CountEdit-STR to CMT-Record(19:5)
            if WS-NetEdge-BOOL(WS-NetLoop-NUM) = rl-true
                move "yes" to CMT-Record(26:4)
            else
                move "no" to CMT-Record(26:4)
            end-if
            move WS-NetJobRoads-NUM(WS-NetLoop-NUM) to WS-CountEdit-STR
            move WS-CountEdit-STR to CMT-Record(32:5)
            move WS-NetHomes-NUM(WS-NetLoop-NUM) to WS-CountEdit-STR
            move WS-CountEdit-STR to CMT-Record(39:5)
            compute WS-CountEdit-STR =
                WS-NetHomes-NUM(WS-NetLoop-NUM)
                - WS-NetReached-NUM(WS-NetLoop-NUM)
            move WS-CountEdit-STR to CMT-Record(46:5)
            if WS-NetReached-NUM(WS-NetLoop-NUM) > 0
                compute WS-Average-NUM rounded =
                    WS-NetTotal-NUM(WS-NetLoop-NUM)
                    / WS-NetReached-NUM(WS-NetLoop-NUM)
                move WS-Average-NUM to WS-AverageEdit-STR
                move WS-AverageEdit-STR to CMT-Record(53:6)
                move WS-NetWorst-NUM(WS-NetLoop-NUM)
                    to WS-StepEdit-STR
                move WS-StepEdit-STR to CMT-Record(62:4)
            else
                move "     -" to CMT-Record(53:6)
                move "   -" to CMT-Record(62:4)
            end-if
            write CMT-Record
        .

        *> Every home no road can take to work, with the reason -
        *> no road at all, or a network with no shop or works on it
        write-stranded-homes section.
            move "Homes with no reachable jobs" to CMT-Record
            write CMT-Record

            move 0 to WS-Row-NUM
            perform until WS-Row-NUM >= WS-MapHeight-NUM
                move 0 to WS-Col-NUM
                perform until WS-Col-NUM >= WS-MapWidth-NUM
                    compute WS-GridIndex-NUM =
                        (WS-Row-NUM * WS-MapWidth-NUM)
                        + WS-Col-NUM + 1
                    if WS-Grid-NUM(WS-GridIndex-NUM) = 2
                        move WS-Row-NUM to WS-CellRow-NUM
                        move WS-Col-NUM to WS-CellCol-NUM
                        perform rate-home-commute
                        if WS-HomeCommute-NUM = WS-CommuteNone-NUM
                            perform write-stranded-line
                        end-if
                    end-if
                    add 1 to WS-Col-NUM
                end-perform
                add 1 to WS-Row-NUM
            end-perform

            if WS-NoJobCount-NUM = 0
                move "    none" to CMT-Record
                write CMT-Record
            end-if
            move spaces to CMT-Record
            write CMT-Record
        .

        write-stranded-line section.
            perform find-home-network
            move WS-Row-NUM to WS-RowEdit-STR
            move WS-Col-NUM to WS-ColEdit-STR
            move WS-Occupancy-NUM(WS-GridIndex-NUM) to WS-OccEdit-STR
            move spaces to CMT-Record
            string
                "    row" delimited by size
                WS-RowEdit-STR delimited by size
                " col" delimited by size
                WS-ColEdit-STR delimited by size
                "  pop " delimited by size
                WS-OccEdit-STR delimited by size
                "  " delimited by size
                into CMT-Record
            end-string
            if WS-HomeNet-NUM = 0
                move "no road next door" to CMT-Record(32:40)
            else
                move WS-NetRow-NUM(WS-HomeNet-NUM) to WS-RowEdit-STR
                move WS-NetCol-NUM(WS-HomeNet-NUM) to WS-ColEdit-STR
                string
                    "no shop or works on network row"
                        delimited by size
                    WS-RowEdit-STR delimited by size
                    " col" delimited by size
                    WS-ColEdit-STR delimited by size
                    into CMT-Record(32:49)
                end-string
            end-if
            write CMT-Record
        .

        write-totals section.
            move WS-HomeCount-NUM to WS-CountEdit-STR
            move spaces to CMT-Record
            string
                "Homes:                   " delimited by size
                WS-CountEdit-STR delimited by size
                into CMT-Record
            end-string
            write CMT-Record
            move WS-ReachedCount-NUM to WS-CountEdit-STR
            move spaces to CMT-Record
            string
                "  with jobs in reach:    " delimited by size
                WS-CountEdit-STR delimited by size
                into CMT-Record
            end-string
            write CMT-Record
            move WS-NearCount-NUM to WS-CountEdit-STR
            move WS-MidCount-NUM to WS-Count2Edit-STR
            move WS-FarCount-NUM to WS-Count3Edit-STR
            move spaces to CMT-Record
            string
                "    near / middling / far:" delimited by size
                WS-CountEdit-STR delimited by size
                " /" delimited by size
                WS-Count2Edit-STR delimited by size
                " /" delimited by size
                WS-Count3Edit-STR delimited by size
                into CMT-Record
            end-string
            write CMT-Record
            move WS-NoJobCount-NUM to WS-CountEdit-STR
            move spaces to CMT-Record
            string
                "  no reachable jobs:     " delimited by size
                WS-CountEdit-STR delimited by size
                into CMT-Record
            end-string
            write CMT-Record
            move WS-NetCount-NUM to WS-CountEdit-STR
            move spaces to CMT-Record
            string
                "Road networks:           " delimited by size
                WS-CountEdit-STR delimited by size
                into CMT-Record
            end-string
            write CMT-Record

            move spaces to CMT-Record
            if WS-ReachedCount-NUM > 0
                compute WS-Average-NUM rounded =
                    WS-CityTotal-NUM / WS-ReachedCount-NUM
                move WS-Average-NUM to WS-AverageEdit-STR
                string
                    "Average commute:          " delimited by size
                    WS-AverageEdit-STR delimited by size
                    " steps" delimited by size
                    into CMT-Record
                end-string
                write CMT-Record
                move WS-CityWorst-NUM to WS-StepEdit-STR
                move WS-WorstRow-NUM to WS-RowEdit-STR
                move WS-WorstCol-NUM to WS-ColEdit-STR
                move spaces to CMT-Record
                string
                    "Worst commute:            " delimited by size
                    WS-StepEdit-STR delimited by size
                    " steps, home at row" delimited by size
                    WS-RowEdit-STR delimited by size
                    " col" delimited by size
                    WS-ColEdit-STR delimited by size
                    into CMT-Record
                end-string
            else
                move "Average commute:          none - no jobs in reach"
                    to CMT-Record
            end-if
            write CMT-Record
        .
