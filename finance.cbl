            select FIN-FILE assign using WS-FinFile-STR
                organization line sequential
                file status is WS-FileStatus-STR.
            select CAT-FILE assign using WS-CatFile-STR
                organization line sequential
                file status is WS-FileStatus-STR.
            select REG-FILE assign "CITYREG.DAT"
                organization line sequential
                file status is WS-FileStatus-STR.

        *> The economy ledger the game appends one record per tick
        fd LGR-FILE.
        *> One revenue/upkeep pair per catalog slot in force when
        *> the tick was written, so the record is walked rather than
        *> laid over - the sign byte after the last pair ends it.
        *> A period close starts the file with a K at 7 instead:
        *> balance 8:6, debt 15:6 brought forward
        01 LGR-Record             pic x(315).

        *> The audit trail - construction and demolition cash flows.
        *> After a period close it opens with a K record carrying
        *> the balance brought forward at 45
        fd JRN-FILE.
        01 JRN-Record             pic x(80).

        *> The saved budget, the figure the statement reconciles to
        fd BGT-FILE.
        fd FIN-FILE.
        01 FIN-Record             pic x(80).

        *> Tile catalog master, shared with the game
        fd CAT-FILE.
        01 CAT-Record             pic x(80).

        *> City registry and selection, shared with the game
        fd REG-FILE.
        01 REG-Record             pic x(60).
        01 WS-JrnFile-STR       pic x(20) value "CITYJRN.DAT".
        01 WS-BgtFile-STR       pic x(20) value "CITYBGT.DAT".
        01 WS-FinFile-STR       pic x(20) value "CITYFIN.DAT".
        01 WS-CatFile-STR       pic x(20) value "CITYCAT.DAT".

        01 WS-CityPrefix-STR    pic x(8) value "CITY".
        01 WS-SelName-STR       pic x(20) value spaces.

        01 WS-StartBudget-NUM   pic 9(6) value 001000.

        *> The catalog the game loads - names the type lines
        copy tile-cat.

        *> Per-type totals swept up from the ledger
        01 WS-TypeRevTotal-NUM  pic 9(8) occurs 20 times value 0.
        01 WS-TypeUpTotal-NUM   pic 9(8) occurs 20 times value 0.
        01 WS-RevTotal-NUM      pic 9(8) value 0.
        01 WS-UpTotal-NUM       pic 9(8) value 0.
        01 WS-NetTotal-NUM      pic s9(9) value 0.
        01 WS-DebtService-NUM   pic 9(8) value 0.
        01 WS-LastDebt-NUM      pic 9(6) value 0.

        *> The opening position a period close brought forward -
        *> the journal's K record replaces the configured starting
        *> budget, the ledger's carries the debt in
        01 WS-OpeningSeen-BOOL  pic 9 value 0.
        01 WS-OpeningTick-NUM   pic 9(6) value 0.
        01 WS-OpeningDebt-NUM   pic 9(6) value 0.
        01 WS-OpeningDebtSeen-BOOL pic 9 value 0.

        *> The reconciliation: opening budget plus every flow above
        *> should land on the balance the budget save holds
        01 WS-ComputedClose-NUM pic s9(9) value 0.
            goback
        end-if
        perform load-config.
        perform load-catalog.
        perform read-ledger.
        perform read-journal.
        perform load-saved-budget.
                    "FIN.DAT" delimited by size
                    into WS-FinFile-STR
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

        read-ledger section.
            end-if
        .

        tally-ledger-record section.
            if LGR-Record(1:6) is not numeric
                continue
            else
                if LGR-Record(7:1) = "K"
                    perform take-ledger-opening
                else
                    perform tally-ledger-tick
                end-if
            end-if
        .

        *> A period close's carry-forward - not a tick, just the
        *> debt the new period opens owing
        take-ledger-opening section.
            move LGR-Record(1:6) to WS-OpeningTick-NUM
            if LGR-Record(15:6) is numeric
                move LGR-Record(15:6) to WS-OpeningDebt-NUM
                move WS-OpeningDebt-NUM to WS-LastDebt-NUM
                move rl-true to WS-OpeningDebtSeen-BOOL
            end-if
        .

        *> One tick folded into the period totals - the best and
        *> worst tick are kept as they go by, and the first and last
        *> closing balances frame the trend verdict
        tally-ledger-tick section.
            move LGR-Record(1:6) to WS-TickNumber-NUM
            add 1 to WS-TickCount-NUM

            *> Ticks written before a slot was added carry
            *> fewer pairs - the sign byte marks the last
            move 8 to WS-LedgerPos-NUM
            perform varying WS-LedgerLoop-NUM from 1 by 1
                until WS-LedgerLoop-NUM > WS-TileCatalogMax-NUM
                or LGR-Record(WS-LedgerPos-NUM:1) = "+"
                or LGR-Record(WS-LedgerPos-NUM:1) = "-"
                if LGR-Record(WS-LedgerPos-NUM:6) is numeric
                    add function numval(
                        LGR-Record(WS-LedgerPos-NUM:6))
                        to WS-TypeRevTotal-NUM(
                            WS-LedgerLoop-NUM)
                end-if
                if LGR-Record(WS-LedgerPos-NUM + 7:6)
                    is numeric
                    add function numval(
                        LGR-Record(WS-LedgerPos-NUM + 7:6))
                        to WS-TypeUpTotal-NUM(
                            WS-LedgerLoop-NUM)
                end-if
                add 14 to WS-LedgerPos-NUM
            end-perform

            move 0 to WS-TickNet-NUM
            if LGR-Record(WS-LedgerPos-NUM + 1:6) is numeric
                compute WS-TickNet-NUM = function numval(
                    LGR-Record(WS-LedgerPos-NUM + 1:6))
                if LGR-Record(WS-LedgerPos-NUM:1) = "-"
                    compute WS-TickNet-NUM = 0 - WS-TickNet-NUM
                end-if
            end-if
            add WS-TickNet-NUM to WS-NetTotal-NUM

            if LGR-Record(WS-LedgerPos-NUM + 8:6) is numeric
                move LGR-Record(WS-LedgerPos-NUM + 8:6)
                    to WS-TickClosing-NUM
            end-if

            if LGR-Record(WS-LedgerPos-NUM + 15:6) is numeric
                add function numval(
                    LGR-Record(WS-LedgerPos-NUM + 15:6))
                    to WS-DebtService-NUM
            end-if
            if LGR-Record(WS-LedgerPos-NUM + 22:6) is numeric
                move LGR-Record(WS-LedgerPos-NUM + 22:6)
                    to WS-LastDebt-NUM
            end-if

            if WS-TickCount-NUM = 1
                move WS-TickClosing-NUM to WS-FirstClosing-NUM
                move WS-TickNet-NUM to WS-BestNet-NUM
                move WS-TickNumber-NUM to WS-BestTick-NUM
                move WS-TickNet-NUM to WS-WorstNet-NUM
                move WS-TickNumber-NUM to WS-WorstTick-NUM
            end-if
            move WS-TickClosing-NUM to WS-LastClosing-NUM

            if WS-TickNet-NUM > WS-BestNet-NUM
                move WS-TickNet-NUM to WS-BestNet-NUM
                move WS-TickNumber-NUM to WS-BestTick-NUM
            end-if
            if WS-TickNet-NUM < WS-WorstNet-NUM
                move WS-TickNet-NUM to WS-WorstNet-NUM
                move WS-TickNumber-NUM to WS-WorstTick-NUM
            end-if
        .

                move JRN-Record(44:1) to WS-JournalSign-STR

                evaluate WS-JournalAction-STR
                    when "K"
                        if JRN-Record(45:6) is numeric
                            move JRN-Record(45:6)
                                to WS-StartBudget-NUM
                            move rl-true to WS-OpeningSeen-BOOL
                        end-if
                    when "P"
                        add WS-JournalAmount-NUM
                            to WS-BuildSpend-NUM
            end-string
            write FIN-Record

            if WS-OpeningSeen-BOOL = rl-true
                or WS-OpeningDebtSeen-BOOL = rl-true
                move WS-OpeningTick-NUM to WS-CountEdit-STR
                move spaces to FIN-Record
                string
                    "Period opened from close at tick "
                        delimited by size
                    WS-CountEdit-STR delimited by size
                    into FIN-Record
                end-string
                write FIN-Record
            end-if

            move spaces to FIN-Record
            write FIN-Record

            move WS-TypeRevTotal-NUM(WS-ReportLoop-NUM)
                to WS-AmountEdit-STR
            string
                WS-TileCatalog-Name-STR(WS-ReportLoop-NUM)
                    delimited by space
                ": revenue " delimited by size
                WS-AmountEdit-STR delimited by size

            move WS-StartBudget-NUM to WS-AmountEdit-STR
            move spaces to FIN-Record
            if WS-OpeningSeen-BOOL = rl-true
                string
                    "  Balance brought fwd:  " delimited by size
                    WS-AmountEdit-STR delimited by size
                    into FIN-Record
                end-string
            else
                string
                    "  Opening budget:       " delimited by size
                    WS-AmountEdit-STR delimited by size
                    into FIN-Record
                end-string
            end-if
            write FIN-Record

            compute WS-Difference-NUM = 0 - WS-BuildSpend-NUM
                write FIN-Record
            end-if

            if WS-OpeningDebtSeen-BOOL = rl-true
                move WS-OpeningDebt-NUM to WS-AmountEdit-STR
                move spaces to FIN-Record
                string
                    "  Debt brought fwd:     " delimited by size
                    WS-AmountEdit-STR delimited by size
                    into FIN-Record
                end-string
                write FIN-Record
            end-if

            move WS-LastDebt-NUM to WS-AmountEdit-STR
            move spaces to FIN-Record
            string
