        identification division.
        program-id. catalog.

        environment division.
        input-output section.
        file-control.
            select CAT-FILE assign using WS-CatFile-STR
                organization line sequential
                file status is WS-FileStatus-STR.
            select PRC-FILE assign using WS-PrcFile-STR
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

        *> Tile catalog master, one slot per record:
        *>   1:3  slot       5:12 name       18:6 objective code
        *>   25:1 map glyph  27:5 build cost 33:4 revenue per tick
        *>   38:4 upkeep per tick            43:32 texture file
        *> Slots 1-8 reprice the standard types; the slot after the
        *> last one in force adds a type
        fd CAT-FILE.
        01 CAT-Record             pic x(80).

        *> The edit findings and price list this program leaves
        *> behind
        fd PRC-FILE.
        01 PRC-Record             pic x(80).

        *> City registry and selection, shared with the game
        fd REG-FILE.
        01 REG-Record             pic x(60).

        fd SEL-FILE.
        01 SEL-Record             pic x(20).

        working-storage section.

        *> Data file names - classic single-city set until the
        *> registry says otherwise
        01 WS-CatFile-STR       pic x(20) value "CITYCAT.DAT".
        01 WS-PrcFile-STR       pic x(20) value "CITYPRC.DAT".

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
        01 WS-ErrorCount-NUM    pic 9(4) value 0.

        *> The catalog the game loads, built here the same way
        copy tile-cat.

        *> Where each slot's figures came from
        01 WS-CatSource-STR     pic x(4) occurs 20 times.

        *> One catalog record under edit
        01 WS-CatRecords-NUM    pic 9(4) value 0.
        01 WS-CatApplied-NUM    pic 9(4) value 0.
        01 WS-RecordBad-BOOL    pic 9 value 0.
        01 WS-CheckLoop-NUM     pic 9(2) value 0.

        01 WS-RecordEdit-STR    pic z(3)9.
        01 WS-SlotEdit-STR      pic z9.
        01 WS-Slot2Edit-STR     pic z9.
        01 WS-CostEdit-STR      pic z(4)9.
        01 WS-RevenueEdit-STR   pic z(3)9.
        01 WS-UpkeepEdit-STR    pic z(3)9.

        copy rl-bool.

        procedure division.
        main-procedure.

        perform load-registry.
        if WS-RegBad-BOOL = rl-true
            display "Selected city not in registry - run refused"
            move 8 to return-code
            goback
        end-if
        perform seed-standard.

        open output PRC-FILE.
        move "Tile catalog edit" to PRC-Record.
        write PRC-Record.

        perform edit-catalog.
        perform check-catalog.
        perform write-price-list.
        perform write-verdict.

        close PRC-FILE.

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
                *> and passing the wrong city's price book is
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
                    "CAT.DAT" delimited by size
                    into WS-CatFile-STR
                end-string
                string WS-CityPrefix-STR delimited by space
                    "PRC.DAT" delimited by size
                    into WS-PrcFile-STR
                end-string
            end-if
        .

        *> The standard price book every city starts from - the
        *> catalog file only ever reprices or adds to it
        seed-standard section.
            perform varying WS-CatLoop-NUM from 1 by 1
                until WS-CatLoop-NUM > WS-CatalogStandard-NUM
                move WS-CatStd-Entry(WS-CatLoop-NUM)
                    to WS-TileCatalog-Entry(WS-CatLoop-NUM)
                move "STD" to WS-CatSource-STR(WS-CatLoop-NUM)
            end-perform
            move WS-CatalogStandard-NUM to WS-TileCatalog-NUM
        .

        write-error section.
            add 1 to WS-ErrorCount-NUM
            write PRC-Record
        .

        *> Every record is edited in file order, the same order the
        *> game lays them over the standard book - so a slot can only
        *> be added once the slot before it is in force
        edit-catalog section.
            move 0 to WS-EOF-BOOL
            open input CAT-FILE
            if WS-FileStatus-STR not = "00"
                and WS-FileStatus-STR not = " "
                move spaces to PRC-Record
                string
                    "  " delimited by size
                    WS-CatFile-STR delimited by space
                    " not present - standard price book in force"
                        delimited by size
                    into PRC-Record
                end-string
                write PRC-Record
            else
                move rl-true to WS-CatLoaded-BOOL
                perform until WS-EOF-BOOL = rl-true
                    read CAT-FILE into CAT-Record
                        at end
                            move rl-true to WS-EOF-BOOL
                        not at end
                            add 1 to WS-CatRecords-NUM
                            if CAT-Record not = spaces
                                perform edit-catalog-record
                            end-if
                    end-read
                end-perform
                close CAT-FILE

                move WS-CatRecords-NUM to WS-RecordEdit-STR
                move spaces to PRC-Record
                string
                    "  Catalog records read:    " delimited by size
                    WS-RecordEdit-STR delimited by size
                    into PRC-Record
                end-string
                write PRC-Record
                move WS-CatApplied-NUM to WS-RecordEdit-STR
                move spaces to PRC-Record
                string
                    "  Catalog records in force:" delimited by size
                    WS-RecordEdit-STR delimited by size
                    into PRC-Record
                end-string
                write PRC-Record
            end-if
        .

        edit-catalog-record section.
            move rl-false to WS-RecordBad-BOOL
            move WS-CatRecords-NUM to WS-RecordEdit-STR

            if CAT-Record(1:3) is not numeric
                move spaces to PRC-Record
                string
                    "  Catalog record " delimited by size
                    WS-RecordEdit-STR delimited by size
                    " slot at 1 not numeric" delimited by size
                    into PRC-Record
                end-string
                perform write-error
                move rl-true to WS-RecordBad-BOOL
            else
                move CAT-Record(1:3) to WS-CatSlot-NUM
                perform edit-catalog-slot
            end-if

            if CAT-Record(5:12) = spaces
                move spaces to PRC-Record
                string
                    "  Catalog record " delimited by size
                    WS-RecordEdit-STR delimited by size
                    " has no tile name" delimited by size
                    into PRC-Record
                end-string
                perform write-error
                move rl-true to WS-RecordBad-BOOL
            end-if

            if CAT-Record(27:5) is not numeric
                or CAT-Record(33:4) is not numeric
                or CAT-Record(38:4) is not numeric
                move spaces to PRC-Record
                string
                    "  Catalog record " delimited by size
                    WS-RecordEdit-STR delimited by size
                    " cost, revenue or upkeep not numeric"
                        delimited by size
                    into PRC-Record
                end-string
                perform write-error
                move rl-true to WS-RecordBad-BOOL
            end-if

            if CAT-Record(43:32) = spaces
                move spaces to PRC-Record
                string
                    "  Catalog record " delimited by size
                    WS-RecordEdit-STR delimited by size
                    " names no texture file" delimited by size
                    into PRC-Record
                end-string
                perform write-error
                move rl-true to WS-RecordBad-BOOL
            end-if

            if WS-RecordBad-BOOL = rl-false
                perform apply-catalog-record
            end-if
        .

        *> A slot must sit inside the table, must not have been named
        *> by an earlier record, and must not leave a hole after the
        *> last slot in force - the game would pass such a record by
        edit-catalog-slot section.
            move WS-CatSlot-NUM to WS-SlotEdit-STR
            move spaces to PRC-Record
            evaluate true
                when WS-CatSlot-NUM = 0
                    or WS-CatSlot-NUM > WS-TileCatalogMax-NUM
                    move WS-TileCatalogMax-NUM to WS-Slot2Edit-STR
                    string
                        "  Catalog record " delimited by size
                        WS-RecordEdit-STR delimited by size
                        " slot out of range 1 -" delimited by size
                        WS-Slot2Edit-STR delimited by size
                        into PRC-Record
                    end-string
                when WS-CatSlot-NUM > WS-TileCatalog-NUM + 1
                    string
                        "  Catalog record " delimited by size
                        WS-RecordEdit-STR delimited by size
                        " slot " delimited by size
                        WS-SlotEdit-STR delimited by size
                        " leaves a gap after the last slot"
                            delimited by size
                        into PRC-Record
                    end-string
                when WS-CatNamed-BOOL(WS-CatSlot-NUM) = rl-true
                    string
                        "  Catalog record " delimited by size
                        WS-RecordEdit-STR delimited by size
                        " slot " delimited by size
                        WS-SlotEdit-STR delimited by size
                        " already named by an earlier record"
                            delimited by size
                        into PRC-Record
                    end-string
                when other
                    continue
            end-evaluate

            if PRC-Record not = spaces
                perform write-error
                move rl-true to WS-RecordBad-BOOL
            end-if
        .

        apply-catalog-record section.
            move CAT-Record(5:12)
                to WS-TileCatalog-Name-STR(WS-CatSlot-NUM)
            move CAT-Record(18:6)
                to WS-TileCatalog-Goal-STR(WS-CatSlot-NUM)
            move CAT-Record(25:1)
                to WS-TileCatalog-Glyph-STR(WS-CatSlot-NUM)
            move CAT-Record(27:5)
                to WS-TileCatalog-Cost-NUM(WS-CatSlot-NUM)
            move CAT-Record(33:4)
                to WS-TileCatalog-Revenue-NUM(WS-CatSlot-NUM)
            move CAT-Record(38:4)
                to WS-TileCatalog-Upkeep-NUM(WS-CatSlot-NUM)
            move CAT-Record(43:32)
                to WS-TileCatalog-File-STR(WS-CatSlot-NUM)
            if WS-CatSlot-NUM > WS-TileCatalog-NUM
                move WS-CatSlot-NUM to WS-TileCatalog-NUM
            end-if
            move "FILE" to WS-CatSource-STR(WS-CatSlot-NUM)
            move rl-true to WS-CatNamed-BOOL(WS-CatSlot-NUM)
            add 1 to WS-CatApplied-NUM
        .

        *> Cross-checks on the book as it now stands: the land-use
        *> map needs one glyph per type, an objective code has to
        *> point at exactly one slot, and MINBGT / MAXDEBT belong to
        *> the budget objectives
        check-catalog section.
            perform varying WS-CatLoop-NUM from 1 by 1
                until WS-CatLoop-NUM > WS-TileCatalog-NUM
                move WS-CatLoop-NUM to WS-SlotEdit-STR

                if WS-TileCatalog-Glyph-STR(WS-CatLoop-NUM) = space
                    or WS-TileCatalog-Glyph-STR(WS-CatLoop-NUM) = "."
                    move spaces to PRC-Record
                    string
                        "  Slot " delimited by size
                        WS-SlotEdit-STR delimited by size
                        " needs a map glyph other than blank or '.'"
                            delimited by size
                        into PRC-Record
                    end-string
                    perform write-error
                end-if

                if WS-TileCatalog-Goal-STR(WS-CatLoop-NUM)
                    = "MINBGT"
                    or WS-TileCatalog-Goal-STR(WS-CatLoop-NUM)
                        = "MAXDEB"
                    move spaces to PRC-Record
                    string
                        "  Slot " delimited by size
                        WS-SlotEdit-STR delimited by size
                        " objective code is reserved for the budget"
                            delimited by size
                        into PRC-Record
                    end-string
                    perform write-error
                end-if

                perform varying WS-CheckLoop-NUM from 1 by 1
                    until WS-CheckLoop-NUM >= WS-CatLoop-NUM
                    perform check-catalog-pair
                end-perform
            end-perform
        .

        check-catalog-pair section.
            move WS-CheckLoop-NUM to WS-Slot2Edit-STR
            if WS-TileCatalog-Glyph-STR(WS-CatLoop-NUM)
                = WS-TileCatalog-Glyph-STR(WS-CheckLoop-NUM)
                move spaces to PRC-Record
                string
                    "  Slot " delimited by size
                    WS-SlotEdit-STR delimited by size
                    " map glyph already used by slot"
                        delimited by size
                    WS-Slot2Edit-STR delimited by size
                    into PRC-Record
                end-string
                perform write-error
            end-if

            if WS-TileCatalog-Goal-STR(WS-CatLoop-NUM) not = spaces
                and WS-TileCatalog-Goal-STR(WS-CatLoop-NUM)
                    = WS-TileCatalog-Goal-STR(WS-CheckLoop-NUM)
                move spaces to PRC-Record
                string
                    "  Slot " delimited by size
                    WS-SlotEdit-STR delimited by size
                    " objective code already used by slot"
                        delimited by size
                    WS-Slot2Edit-STR delimited by size
                    into PRC-Record
                end-string
                perform write-error
            end-if
        .

        *> The price book every program will load, slot by slot,
        *> with where each slot's figures came from
        write-price-list section.
            move spaces to PRC-Record
            write PRC-Record
            move "Price book in force:" to PRC-Record
            write PRC-Record
            move spaces to PRC-Record
            move "Slot"      to PRC-Record(1:4)
            move "Name"      to PRC-Record(6:4)
            move "Goal"      to PRC-Record(19:4)
            move "G"         to PRC-Record(26:1)
            move "Cost"      to PRC-Record(29:4)
            move "Rev"       to PRC-Record(35:3)
            move "Upk"       to PRC-Record(40:3)
            move "Src"       to PRC-Record(44:3)
            move "Texture"   to PRC-Record(49:7)
            write PRC-Record

            perform varying WS-CatLoop-NUM from 1 by 1
                until WS-CatLoop-NUM > WS-TileCatalog-NUM
                perform write-price-line
            end-perform
        .

        write-price-line section.
            move WS-CatLoop-NUM to WS-SlotEdit-STR
            move WS-TileCatalog-Cost-NUM(WS-CatLoop-NUM)
                to WS-CostEdit-STR
            move WS-TileCatalog-Revenue-NUM(WS-CatLoop-NUM)
                to WS-RevenueEdit-STR
            move WS-TileCatalog-Upkeep-NUM(WS-CatLoop-NUM)
                to WS-UpkeepEdit-STR

            move spaces to PRC-Record
            move WS-SlotEdit-STR to PRC-Record(3:2)
            move WS-TileCatalog-Name-STR(WS-CatLoop-NUM)
                to PRC-Record(6:12)
            move WS-TileCatalog-Goal-STR(WS-CatLoop-NUM)
                to PRC-Record(19:6)
            move WS-TileCatalog-Glyph-STR(WS-CatLoop-NUM)
                to PRC-Record(26:1)
            move WS-CostEdit-STR to PRC-Record(28:5)
            move WS-RevenueEdit-STR to PRC-Record(34:4)
            move WS-UpkeepEdit-STR to PRC-Record(39:4)
            move WS-CatSource-STR(WS-CatLoop-NUM)
                to PRC-Record(44:4)
            move WS-TileCatalog-File-STR(WS-CatLoop-NUM)
                to PRC-Record(49:32)
            write PRC-Record
        .

        write-verdict section.
            move spaces to PRC-Record
            write PRC-Record
            move spaces to PRC-Record
            if WS-ErrorCount-NUM = 0
                move "Verdict: PASS - catalog fit for use"
                    to PRC-Record
            else
                move WS-ErrorCount-NUM to WS-RecordEdit-STR
                string
                    "Verdict: FAIL - " delimited by size
                    WS-RecordEdit-STR delimited by size
                    " finding(s) - correct before play"
                        delimited by size
                    into PRC-Record
                end-string
                move 8 to return-code
            end-if
            write PRC-Record
        .
