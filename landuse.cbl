            select HST-FILE assign using WS-HstFile-STR
                organization line sequential
                file status is WS-FileStatus-STR.
            select CAT-FILE assign using WS-CatFile-STR
                organization line sequential
                file status is WS-FileStatus-STR.
            select REG-FILE assign "CITYREG.DAT"
                organization line sequential
                file status is WS-FileStatus-STR.
        *> Snapshot history - one dated record appended per run:
        *> standing count per type, empty cells, anomaly count - so
        *> this week's city can be held against last week's without
        *> keeping report copies by hand. The first eight types sit
        *> where they always have, empty and anomaly counts at 65
        *> and 71; catalog slots past the eighth follow from 77
        fd HST-FILE.
        01 HST-Record             pic x(150).

        *> Tile catalog master, shared with the game
        fd CAT-FILE.
        01 CAT-Record             pic x(80).

        *> City registry and selection, shared with the game - the
        *> report runs against whichever city the operator selected
        01 WS-SaveFile-STR      pic x(20) value "CITYSAVE.DAT".
        01 WS-LndFile-STR       pic x(20) value "CITYLND.DAT".
        01 WS-HstFile-STR       pic x(20) value "CITYHST.DAT".
        01 WS-CatFile-STR       pic x(20) value "CITYCAT.DAT".

        01 WS-CityPrefix-STR    pic x(8) value "CITY".
        01 WS-SelName-STR       pic x(20) value spaces.
        01 WS-GridIndex-NUM     pic 9(5) value 0.
        01 WS-RestoreTile-NUM   pic 9(3) value 0.

        *> The catalog the game loads - names and the one-character
        *> map glyph per type
        copy tile-cat.

        *> Tallies swept up from the grid
        01 WS-TileCount-NUM     pic 9(5) occurs 20 times value 0.
        01 WS-EmptyCount-NUM    pic 9(5) value 0.
        01 WS-AnomalyCount-NUM  pic 9(5) value 0.

        01 WS-HistCount-NUM     pic 9(2) value 0.
        01 WS-History.
            05 WS-Hist-Entry occurs 6 times.
                10 WS-HistType-NUM  pic 9(5) occurs 20 times.
                10 WS-HistEmpty-NUM pic 9(5).
                10 WS-HistAnom-NUM  pic 9(5).
        01 WS-HistShift-NUM     pic 9(2) value 0.
            goback
        end-if
        perform load-scenario.
        perform load-catalog.
        perform load-layout.
        perform count-tiles.
        perform compute-road-network.
                    "HST.DAT" delimited by size
                    into WS-HstFile-STR
                end-string
                string WS-CityPrefix-STR delimited by space
                    "CAT.DAT" delimited by size
                    into WS-CatFile-STR
                end-string
            end-if
        .

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
                        at end
                            move rl-true to WS-EOF-BOOL
                        not at end
                            if SAVE-Record(1:4) is numeric
                                perform restore-cell
                            end-if
                    end-read
                end-perform
                close SAVE-FILE

                move spaces to LND-Record
                string
                    WS-TileCatalog-Name-STR(WS-ReportLoop-NUM)
                        delimited by space
                    ": " delimited by size
                    WS-CountEdit-STR delimited by size
            move spaces to HST-Record
            move WS-SnapDate-NUM to HST-Record(1:8)
            move WS-SnapTime-NUM(1:6) to HST-Record(10:6)
            perform varying WS-ReportLoop-NUM from 1 by 1
                until WS-ReportLoop-NUM > WS-TileCatalog-NUM
                perform find-history-position
                move WS-TileCount-NUM(WS-ReportLoop-NUM)
                    to HST-Record(WS-HistPos-NUM:5)
            end-perform
            move WS-EmptyCount-NUM to HST-Record(65:5)
            move WS-AnomalyCount-NUM to HST-Record(71:5)
            close HST-FILE
        .

        *> Where a type's count sits on the history record - the
        *> standard eight ahead of the empty and anomaly counts,
        *> later catalog slots after them
        find-history-position section.
            if WS-ReportLoop-NUM <= 8
                compute WS-HistPos-NUM =
                    17 + ((WS-ReportLoop-NUM - 1) * 6)
            else
                compute WS-HistPos-NUM =
                    77 + ((WS-ReportLoop-NUM - 9) * 6)
            end-if
        .

        *> Reads the history back - including the record just
        *> appended - keeping only the last few snapshots, oldest
        *> falling off the front as newer ones arrive
                end-if

                add 1 to WS-HistCount-NUM
                perform varying WS-ReportLoop-NUM from 1 by 1
                    until WS-ReportLoop-NUM > WS-TileCatalog-NUM
                    perform find-history-position
                    if HST-Record(WS-HistPos-NUM:5) is numeric
                        move HST-Record(WS-HistPos-NUM:5)
                            to WS-HistType-NUM(WS-HistCount-NUM
                        move 0 to WS-HistType-NUM(WS-HistCount-NUM
                            WS-ReportLoop-NUM)
                    end-if
                end-perform
                if HST-Record(65:5) is numeric
                    move HST-Record(65:5)
            move spaces to LND-Record
            string
                "  " delimited by size
                WS-TileCatalog-Name-STR(WS-ReportLoop-NUM)
                    delimited by space
                ": " delimited by size
                WS-CountEdit-STR delimited by size
                    if WS-Grid-NUM(WS-GridIndex-NUM) > 0
                        and WS-Grid-NUM(WS-GridIndex-NUM)
                            <= WS-TileCatalog-NUM
                        move WS-TileCatalog-Glyph-STR(
                            WS-Grid-NUM(WS-GridIndex-NUM))
                            to WS-MapLine-STR(WS-Col-NUM + 1:1)
                    else
