            select SEL-FILE assign "CITYSEL.DAT"
                organization line sequential
                file status is WS-FileStatus-STR.
            select OPR-FILE assign "CITYOPR.DAT"
                organization line sequential
                file status is WS-FileStatus-STR.
            select CAT-FILE assign using WS-CatFile-STR
                organization line sequential
                file status is WS-FileStatus-STR.
            select GIN-FILE assign using WS-GenInFile-STR
                organization line sequential
                file status is WS-FileStatus-STR.
            select GOUT-FILE assign using WS-GenOutFile-STR
                organization line sequential
                file status is WS-FileStatus-STR.

        data division.


        *> Persisted tile layout - one line per placed cell, with
        *> the home's occupancy and the damage flag riding along in
        *> the trailing bytes. The last line is the control trailer:
        *> TRLR at 1, cell count 6:6, hash total of the tile codes
        *> 13:10, balance 24:6, save date 31:8 and time 40:6
        fd SAVE-FILE.
        01 SAVE-Record            pic x(45).

        *> Persisted construction budget, alongside the layout -
        *> balance and lock up front, then the bond book: debt
        *> outstanding, principal borrowed, interest paid, interest
        *> still owed - and the economy tick counter, so ledger
        *> records keep unique tick numbers across sessions. A
        *> trailer follows, laid out as the layout's: count 1, the
        *> layout's hash total, balance and the same save stamp
        fd BGT-FILE.
        01 BGT-Record             pic x(45).

        *> End-of-session build summary
        fd RPT-FILE.
        *> Audit trail - one record appended per placement, clearance
        *> or undo, as it happens - stamped with the full date and a
        *> session sequence number so a multi-day journal still reads
        *> back in the order it was written. Sized to match the
        *> period close's carry-forward records, which go on past 50;
        *> the signed-on operator's ID rides at 73
        fd JRN-FILE.
        01 JRN-Record             pic x(80).

        *> Economy ledger - one record appended per economy tick:
        *> tick number, revenue and upkeep per catalog type, the
        *> signed net, the closing balance, the bond payment taken
        *> off the top and the debt still outstanding. The per-type
        *> columns run as wide as the catalog in force, so the
        *> record is sized for a full catalog table
        fd LGR-FILE.
        01 LGR-Record             pic x(315).

        *> Saved blueprint - a width/height header then one record
        *> per row, one tile digit per cell; sized for the widest row
        fd SEL-FILE.
        01 SEL-Record             pic x(20).

        *> Operator file, shared by every city - one operator per
        *> record: ID at 1, name at 10 and permission level at 31,
        *> V view only, B build, F full rights including bonds and
        *> demolition
        fd OPR-FILE.
        01 OPR-Record             pic x(40).

        *> Tile catalog master - one slot per record: slot number,
        *> name, objective code, map glyph, build cost, revenue,
        *> upkeep and texture file, overriding the standard price
        *> book slot by slot
        fd CAT-FILE.
        01 CAT-Record             pic x(80).

        *> Either half of a save pair, read to check its trailer or
        *> copied from one generation to the next
        fd GIN-FILE.
        01 GIN-Record             pic x(45).

        fd GOUT-FILE.
        01 GOUT-Record            pic x(45).

        working-storage section.

        *> Data file names - defaulted to the classic single-city
        01 WS-LgrFile-STR       pic x(20) value "CITYLGR.DAT".
        01 WS-BprFile-STR       pic x(20) value "CITYBPR.DAT".
        01 WS-GolFile-STR       pic x(20) value "CITYGOL.DAT".
        01 WS-CatFile-STR       pic x(20) value "CITYCAT.DAT".

        *> Save generations - each good save pair is rolled back a
        *> generation before the next one is written over it, so
        *> SAV1/BGT1 is the last good save, SAV3/BGT3 the oldest
        01 WS-SaveGenMax-NUM    pic 9 value 3.
        01 WS-SaveGen-NUM       pic 9 value 0.
        01 WS-SaveGenLoaded-NUM pic 9 value 0.
        *> Set when the current pair is torn and no backup checks
        *> out - the city is not opened, so nothing is saved over it
        01 WS-SaveRefused-BOOL  pic 9 value 0.
        01 WS-GenSaveFile-STR   pic x(20) value spaces.
        01 WS-GenBgtFile-STR    pic x(20) value spaces.
        01 WS-GenInFile-STR     pic x(20) value spaces.
        01 WS-GenOutFile-STR    pic x(20) value spaces.
        01 WS-PrevSaveFile-STR  pic x(20) value spaces.
        01 WS-PrevBgtFile-STR   pic x(20) value spaces.
        01 WS-CurSaveFile-STR   pic x(20) value spaces.
        01 WS-CurBgtFile-STR    pic x(20) value spaces.
        01 WS-SaveWarnFrames-NUM pic 9(3) value 600.

        *> Control trailer work - what the save being written adds
        *> up to, and what the pair being checked says of itself
        01 WS-TrlCount-NUM      pic 9(6) value 0.
        01 WS-TrlHash-NUM       pic 9(10) value 0.
        01 WS-TrlDate-NUM       pic 9(8) value 0.
        01 WS-TrlTime-NUM       pic 9(8) value 0.
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

        *> The registry held in memory so the bookkeeping stamps can
        *> be rewritten without losing the other cities
            05 WS-RegStampTime-NUM pic 9(6).
        01 WS-RegTime-NUM       pic 9(8).

        *> Operator sign-on - the operator file held in memory, the
        *> ID being typed at the prompt and who ended up signed on.
        *> No operator file means nobody is asked and the session
        *> runs with full rights under a blank ID, as it always did
        01 WS-OperatorCount-NUM pic 9(3) value 0.
        01 WS-OperatorMax-NUM   pic 9(3) value 100.
        01 WS-Operators.
            05 WS-Operator-Entry occurs 100 times.
                10 WS-OprId-STR     pic x(8).
                10 WS-OprName-STR   pic x(20).
                10 WS-OprLevel-STR  pic x(1).
        01 WS-OprLoop-NUM       pic 9(3) value 0.
        01 WS-OperatorId-STR    pic x(8) value spaces.
        01 WS-OperatorName-STR  pic x(20) value spaces.
        01 WS-OperatorLevel-STR pic x(1) value "F".
        01 WS-OperatorText-STR  pic x(64) value spaces.
        01 WS-RightsNeeded-STR  pic x(1) value spaces.
        01 WS-SignedOn-BOOL     pic 9 value 0.
        01 WS-SignOnEntry-STR   pic x(8) value spaces.
        01 WS-SignOnLen-NUM     pic 9(2) value 0.
        01 WS-SignOnChar-NUM    pic 9(7) value 0.
        01 WS-SignOnText-STR    pic x(40) value spaces.
        01 WS-SignOnMsg-STR     pic x(48) value spaces.
        01 WS-SignOnTimer-NUM   pic 9(3) value 0.

        01 WS-CMD-BOOL          pic 9 value 0. *> Bool for controls
        01 WS-IsClosing-BOOL    pic 9 value 0. *> Stores if we should close the window
        01 WS-EOF-BOOL          pic 9 value 0. *> Bool for file reads
                value "City Builder".
        01 WS-StartBudget-NUM   pic 9(6) value 001000.

        *> Stores a list of loaded tile images, by catalog slot -
        *> the texture handle the binding returns, 0 when the load
        *> failed, held as wide as the int it comes back in
        01 WS-Tiles-NUM         pic 9(9) occurs 100 times.

        *> The tile catalog - what init-data loads into each slot
        copy tile-cat.
        01 WS-TexturePath-STR   pic x(80).
        01 WS-AssetDir-STR      pic x(40)
            value "./Assets/Default/".
        01 WS-TextureError-BOOL pic 9 value 0.
        01 WS-TextureErrorCount-NUM pic 9(2) value 0.

        *> Running totals of each catalog tile placed this session
        01 WS-PlacedCount-NUM   pic 9(5) occurs 20 times value 0.
        01 WS-PlacedCountEdit-STR pic z(4)9.

        *> Demolition economics - clearing a cell charges a flat fee
        01 WS-DemoFee-NUM       pic 9(4) value 0010.
        01 WS-DemoRefund-NUM    pic 9(5) value 0.
        01 WS-DemoNet-NUM       pic s9(6) value 0.
        01 WS-DemoCount-NUM     pic 9(5) occurs 20 times value 0.
        01 WS-DemoCountEdit-STR pic z(4)9.
        01 WS-StandingCount-NUM pic 9(5) occurs 20 times value 0.
        01 WS-StandingCountEdit-STR pic z(4)9.

        *> Construction budget
        01 WS-StrandCount-NUM   pic 9(5) value 0.
        01 WS-StrandEdit-STR    pic z(4)9.

        *> Commute distances - how many road steps each road cell
        *> sits from the nearest road serving a Commercial or
        *> Industrial tile, flooded out from those roads by
        *> compute-commute whenever the grid changes. A home's
        *> commute is the best of the roads next door: a short one
        *> adds a point of desirability, a long one takes a point
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

        *> Service coverage - one flag per cell per service, painted
        *> by compute-coverage whenever the grid changes: a Fire
        *> Station or School throws a square blanket of its radius
        01 WS-ObjVerdict-STR    pic x(4).
        01 WS-GoalsText-STR     pic x(32).
        01 WS-BudgetLow-NUM     pic 9(6) value 999999.
        01 WS-GoalCode-STR      pic x(6) value spaces.
        01 WS-GoalSlot-NUM      pic 9(2) value 0.

        *> Blueprint - a rectangle of the layout captured with B and
        *> N, stamped back down with M, kept on disk between sessions

        *> Which catalog slot is currently selected for placement
        01 WS-ActiveTile-NUM    pic 9(2) value 1.
        01 WS-TileStep-NUM      pic 9(2) value 0.

        *> Mouse-driven placement
        01 WS-MousePos-NUM.
        01 WS-MiniViewH-NUM     pic s9(6) value 0.
        01 WS-MinimapClick-BOOL pic 9 value 0.

        *> Cell inquiry - hold I and click a cell to pin a panel of
        *> everything the game knows about it; the same I-click on
        *> the same cell takes it down. The panel is built when it
        *> opens and again whenever the city statistics are redone,
        *> so it follows the cell through ticks, fires and rebuilds
        01 WS-InquiryOpen-BOOL  pic 9 value 0.
        01 WS-InquiryKey-BOOL   pic 9 value 0.
        01 WS-InquiryRow-NUM    pic 9(4) value 0.
        01 WS-InquiryCol-NUM    pic 9(4) value 0.
        01 WS-InquiryIndex-NUM  pic 9(5) value 0.
        01 WS-InqLineCount-NUM  pic 9(2) value 0.
        01 WS-InqLineMax-NUM    pic 9(2) value 18.
        01 WS-InqLines.
            05 WS-InqLine-STR   pic x(44) occurs 18 times.
        01 WS-InqText-STR       pic x(44) value spaces.
        01 WS-InqLoop-NUM       pic 9(2) value 0.
        01 WS-InqY-NUM          pic s9(6) value 0.
        01 WS-InqH-NUM          pic s9(6) value 0.
        01 WS-InqEarn-NUM       pic 9(6) value 0.
        01 WS-InqUpkeep-NUM     pic 9(6) value 0.
        01 WS-InqAmount-NUM     pic s9(6) value 0.
        01 WS-InqRowEdit-STR    pic z(3)9.
        01 WS-InqColEdit-STR    pic z(3)9.
        01 WS-InqOccEdit-STR    pic z9.
        01 WS-InqCapEdit-STR    pic z9.
        01 WS-InqDesirEdit-STR  pic +(3)9.
        01 WS-InqStepEdit-STR   pic z(3)9.
        01 WS-InqMoneyEdit-STR  pic z(4)9.
        01 WS-InqMoney2Edit-STR pic z(4)9.
        01 WS-InqAmountEdit-STR pic +(5)9.
        01 WS-InqNbr1Edit-STR   pic 9.
        01 WS-InqNbr2Edit-STR   pic 9.
        01 WS-InqNbr3Edit-STR   pic 9.
        01 WS-InqNbr4Edit-STR   pic 9.
        01 WS-InqWord-STR       pic x(12) value spaces.
        01 WS-InqWord2-STR      pic x(16) value spaces.
        01 WS-InqWord3-STR      pic x(16) value spaces.

        *> The cell's last few journal entries - a ring of five,
        *> filled as the journal is read front to back and listed
        *> newest first
        01 WS-InqCellKey.
            05 WS-InqKeyRow-NUM pic 9(4) value 0.
            05 WS-InqKeyCol-NUM pic 9(4) value 0.
        01 WS-InqJrnMax-NUM     pic 9 value 5.
        01 WS-InqJrnCount-NUM   pic 9 value 0.
        01 WS-InqJrnNext-NUM    pic 9 value 0.
        01 WS-InqJrnPos-NUM     pic 9 value 0.
        01 WS-InqJrn-STR        pic x(80) occurs 5 times.

        *> Autosave checkpoint timer
        01 WS-AutosaveTimer-NUM    pic 9(6) value 0.
        01 WS-AutosaveInterval-NUM pic 9(6) value 001800.
        *> append-ledger writes out, and the tick counter that names
        *> the records
        01 WS-TickNumber-NUM       pic 9(6) value 0.
        01 WS-TypeRevenue-NUM      pic 9(6) occurs 20 times value 0.
        01 WS-TypeUpkeep-NUM       pic 9(6) occurs 20 times value 0.
        01 WS-TickNet-NUM          pic s9(7) value 0.
        01 WS-TickNetAbs-NUM       pic 9(6) value 0.
        01 WS-LedgerLoop-NUM       pic 9(2) value 0.
        main-procedure.

        perform init.       *> Initialise the games data, and window
        perform sign-on.    *> Ask who is at the keyboard
        if WS-SignedOn-BOOL = rl-true
            perform init-data   *> Initialise the game assets
            if WS-SaveRefused-BOOL = rl-true
                *> A torn save with no good backup - the operator
                *> restores a generation with savegen first
                perform show-save-refused
                call "CloseWindow" end-call
            else
                perform loop    *> Game logic loop
                perform dispose *> Clear data now the game is closed
            end-if
        else
            *> Closed at the prompt - nothing was loaded, so
            *> nothing may be saved over the city
            call "CloseWindow" end-call
        end-if.

        goback.

                function random(WS-HazardSeed-NUM)
        .

        *> Asks for an operator ID before the city opens and holds
        *> the prompt until a known ID is entered or the window is
        *> closed. The operator's permission level then governs what
        *> the session may change
        sign-on section.
            perform load-operators
            if WS-OperatorCount-NUM = 0
                move rl-true to WS-SignedOn-BOOL
            end-if

            perform until WS-SignedOn-BOOL = rl-true
                or WS-IsClosing-BOOL = rl-true
                call "WindowShouldClose"
                    returning WS-IsClosing-BOOL
                end-call

                perform sign-on-keys
                perform draw-sign-on
            end-perform
        .

        load-operators section.
            move 0 to WS-EOF-BOOL
            open input OPR-FILE
            if WS-FileStatus-STR = "00" or WS-FileStatus-STR = " "
                perform until WS-EOF-BOOL = rl-true
                    or WS-OperatorCount-NUM >= WS-OperatorMax-NUM
                    read OPR-FILE into OPR-Record
                        at end
                            move rl-true to WS-EOF-BOOL
                        not at end
                            perform load-operator-record
                    end-read
                end-perform
                close OPR-FILE
            end-if
        .

        *> IDs are held in capitals, the way the prompt takes them;
        *> a level the file does not spell out is taken as view only
        load-operator-record section.
            if OPR-Record(1:8) not = spaces
                add 1 to WS-OperatorCount-NUM
                move OPR-Record(1:8)
                    to WS-OprId-STR(WS-OperatorCount-NUM)
                inspect WS-OprId-STR(WS-OperatorCount-NUM)
                    converting "abcdefghijklmnopqrstuvwxyz"
                    to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                move OPR-Record(10:20)
                    to WS-OprName-STR(WS-OperatorCount-NUM)
                move OPR-Record(31:1)
                    to WS-OprLevel-STR(WS-OperatorCount-NUM)
                inspect WS-OprLevel-STR(WS-OperatorCount-NUM)
                    converting "vbf" to "VBF"
                if WS-OprLevel-STR(WS-OperatorCount-NUM) not = "B"
                    and WS-OprLevel-STR(WS-OperatorCount-NUM)
                        not = "F"
                    move "V" to WS-OprLevel-STR(WS-OperatorCount-NUM)
                end-if
            end-if
        .

        *> Printable characters typed this frame go on the end of
        *> the ID, Backspace takes the last one off, Enter tries it
        sign-on-keys section.
            call "GetCharPressed" returning WS-SignOnChar-NUM end-call
            perform until WS-SignOnChar-NUM = 0
                if WS-SignOnChar-NUM > 32
                    and WS-SignOnChar-NUM < 127
                    and WS-SignOnLen-NUM < 8
                    add 1 to WS-SignOnLen-NUM
                    move function char(WS-SignOnChar-NUM + 1)
                        to WS-SignOnEntry-STR(WS-SignOnLen-NUM:1)
                end-if
                call "GetCharPressed"
                    returning WS-SignOnChar-NUM
                end-call
            end-perform
            inspect WS-SignOnEntry-STR
                converting "abcdefghijklmnopqrstuvwxyz"
                to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

            call "IsKeyPressed" using by value rl-key-backspace
                returning WS-CMD-BOOL
            end-call
            if WS-CMD-BOOL = rl-true and WS-SignOnLen-NUM > 0
                move space to WS-SignOnEntry-STR(WS-SignOnLen-NUM:1)
                subtract 1 from WS-SignOnLen-NUM
            end-if

            call "IsKeyPressed" using by value rl-key-enter
                returning WS-CMD-BOOL
            end-call
            if WS-CMD-BOOL = rl-true and WS-SignOnLen-NUM > 0
                perform find-operator
            end-if
        .

        find-operator section.
            perform varying WS-OprLoop-NUM from 1 by 1
                until WS-OprLoop-NUM > WS-OperatorCount-NUM
                or WS-SignedOn-BOOL = rl-true
                if WS-OprId-STR(WS-OprLoop-NUM) = WS-SignOnEntry-STR
                    move WS-OprId-STR(WS-OprLoop-NUM)
                        to WS-OperatorId-STR
                    move WS-OprName-STR(WS-OprLoop-NUM)
                        to WS-OperatorName-STR
                    move WS-OprLevel-STR(WS-OprLoop-NUM)
                        to WS-OperatorLevel-STR
                    move rl-true to WS-SignedOn-BOOL
                end-if
            end-perform

            if WS-SignedOn-BOOL = rl-false
                move "Operator ID not recognised" to WS-SignOnMsg-STR
                move WS-RuleErrorFrames-NUM to WS-SignOnTimer-NUM
                move spaces to WS-SignOnEntry-STR
                move 0 to WS-SignOnLen-NUM
            end-if
        .

        draw-sign-on section.
            move spaces to WS-SignOnText-STR
            string
                "Operator ID: " delimited by size
                WS-SignOnEntry-STR delimited by space
                "_" delimited by size
                into WS-SignOnText-STR
            end-string

            call "BeginDrawing" end-call
            call "b_ClearBackground" using
                by value 255 255 255 255
            end-call

            call "b_DrawText" using
                by reference WS-WindowTitle-STR
                by value 200 150 30
                0 0 0 255
            end-call
            call "b_DrawText" using
                by reference WS-SignOnText-STR
                by value 200 200 20
                0 020 000 255
            end-call
            call "b_DrawText" using
                by reference "Type your operator ID and press Enter"
                by value 200 230 16
                100 100 100 255
            end-call

            if WS-SignOnTimer-NUM > 0
                subtract 1 from WS-SignOnTimer-NUM
                call "b_DrawText" using
                    by reference WS-SignOnMsg-STR
                    by value 200 260 16
                    220 030 030 255
                end-call
            end-if

            call "EndDrawing" end-call
        .

        *> A key press or click the operator's level does not allow
        *> is swallowed here, with the reason flashed in red: build
        *> rights to place, stamp, repair or undo, full rights to
        *> demolish or issue bonds
        check-operator-rights section.
            evaluate true
                when WS-OperatorLevel-STR = "F"
                    continue
                when WS-OperatorLevel-STR = "B"
                    and WS-RightsNeeded-STR = "B"
                    continue
                when WS-OperatorLevel-STR = "B"
                    move "Needs full operator rights"
                        to WS-RuleErrorMsg-STR
                    move WS-RuleErrorFrames-NUM
                        to WS-RuleErrorTimer-NUM
                    move rl-false to WS-CMD-BOOL
                when other
                    move "View-only operator - no changes"
                        to WS-RuleErrorMsg-STR
                    move WS-RuleErrorFrames-NUM
                        to WS-RuleErrorTimer-NUM
                    move rl-false to WS-CMD-BOOL
            end-evaluate
        .

        *> One installation, many plots: CITYSEL.DAT names the city
        *> this run opens, CITYREG.DAT lists every city with its own
        *> file prefix, and every data file name is rebuilt from
                "GOL.DAT" delimited by size
                into WS-GolFile-STR
            end-string
            string WS-CityPrefix-STR delimited by space
                "CAT.DAT" delimited by size
                into WS-CatFile-STR
            end-string
        .

        *> Stamps the selected city's bookkeeping and rewrites the
        init-data section.
            perform load-scenario
            perform load-terrain
            perform load-catalog
            perform load-textures

            move WS-StartBudget-NUM to WS-Budget-NUM

            perform load-checked-save
            perform load-blueprint
            perform load-objectives
            perform compute-road-network
            end-perform
        .

        *> The shop's whole asset set, one entry per catalog slot:
        *> the standard price book first, then the city's catalog
        *> master file laid over it - a slot the file names is
        *> repriced, the slot after the last one in force is added.
        *> Records that do not edit clean are passed over here; the
        *> catalog program reports them
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

        load-textures section.
                        at end
                            move rl-true to WS-EOF-BOOL
                        not at end
                            if SAVE-Record(1:4) is numeric
                                perform restore-cell
                            end-if
                    end-read
                end-perform
                close SAVE-FILE
                move rl-false
                    to WS-ObjMet-BOOL(WS-ObjectiveCount-NUM)
            else
            move GOL-Record(1:6) to WS-GoalCode-STR
            perform find-goal-slot
            if GOL-Record(8:6) is numeric
                and (WS-GoalSlot-NUM > 0
                    or GOL-Record(1:6) = "MINBGT")
                add 1 to WS-ObjectiveCount-NUM
                move GOL-Record(1:6)
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

        *> Grades every objective against what is standing on the
        *> grid right now - and for MINBGT against the lowest the
        *> budget has been all session, since "never below" cannot
                until WS-ObjLoop-NUM > WS-ObjectiveCount-NUM

                evaluate WS-ObjCode-STR(WS-ObjLoop-NUM)
                    when "MINBGT"
                        move WS-BudgetLow-NUM
                            to WS-ObjActual-NUM(WS-ObjLoop-NUM)
                    when "MAXDEBT"
                        move WS-DebtHigh-NUM
                            to WS-ObjActual-NUM(WS-ObjLoop-NUM)
                    when other
                        move WS-ObjCode-STR(WS-ObjLoop-NUM)
                            to WS-GoalCode-STR
                        perform find-goal-slot
                        if WS-GoalSlot-NUM > 0
                            move WS-StandingCount-NUM(WS-GoalSlot-NUM)
                                to WS-ObjActual-NUM(WS-ObjLoop-NUM)
                        end-if
                end-evaluate

                *> MAXDEBT is the one ceiling in a list of floors:
                    perform update-city-stats
                    perform count-standing-tiles
                    move rl-false to WS-StatsDirty-BOOL
                    if WS-InquiryOpen-BOOL = rl-true
                        perform build-inquiry
                    end-if
                end-if

                if WS-Budget-NUM < WS-BudgetLow-NUM
                if WS-ObjectiveCount-NUM > 0
                    perform draw-objectives
                end-if
                if WS-OperatorId-STR not = spaces
                    perform draw-operator
                end-if
                if WS-InquiryOpen-BOOL = rl-true
                    perform draw-inquiry
                end-if

                if WS-MinimapOn-BOOL = rl-true
                    perform draw-minimap
            add 1 to WS-AutosaveTimer-NUM
            if WS-AutosaveTimer-NUM >= WS-AutosaveInterval-NUM
                move 0 to WS-AutosaveTimer-NUM
                perform rotate-save-generations
                perform save-layout
                perform save-budget
                if WS-RegPick-NUM > 0
                    + WS-ClickCol-NUM + 1
                if WS-Damaged-BOOL(WS-GridIndex-NUM) = rl-true
                    and WS-Grid-NUM(WS-GridIndex-NUM) > 0
                    move "B" to WS-RightsNeeded-STR
                    perform check-operator-rights
                    if WS-CMD-BOOL = rl-true
                        perform repair-tile
                    end-if
                end-if
            end-if
        .
            call "IsKeyPressed" using by value rl-key-o
                returning WS-CMD-BOOL
            end-call
            if WS-CMD-BOOL = rl-true
                move "F" to WS-RightsNeeded-STR
                perform check-operator-rights
            end-if
            if WS-CMD-BOOL = rl-true
                perform issue-bond
            end-if
            if WS-SchoolCover-BOOL(WS-StatIndex-NUM) = rl-true
                add 2 to WS-CellDesir-NUM
            end-if
            perform rate-home-commute
            add WS-CommuteRating-NUM to WS-CellDesir-NUM

            move 0 to WS-OccDelta-NUM
            if WS-CellDesir-NUM > 0
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

        *> Counts the zoned buildings that can reach the network - a
        *> home, shop or works with a connected road next door. Taken
        *> before and after a road demolition, the difference is how
        *> grid - Residential houses people, Commercial and
        *> Industrial employ them, and each home is rated on what
        *> sits around it: a Park or School coverage helps, crowding
        *> by Roads, Water or Industrial next door hurts, and so does
        *> a long road to work
        update-city-stats section.
            perform compute-coverage
            perform compute-commute

            move 0 to WS-Population-NUM
            move 0 to WS-Jobs-NUM
                                WS-StatIndex-NUM) = rl-true
                                add 2 to WS-Desirability-NUM
                            end-if
                            perform rate-home-commute
                            add WS-CommuteRating-NUM
                                to WS-Desirability-NUM
                        when 3
                            add WS-JobsPerCom-NUM to WS-Jobs-NUM
                        when 6
                and WS-Tiles-NUM(8) not = 0
                move 8 to WS-ActiveTile-NUM
            end-if

            *> Catalog slots past the eighth have no number key of
            *> their own - 9 steps through them in turn
            call "IsKeyPressed" using by value rl-key-nine
                returning WS-CMD-BOOL
            end-call
            if WS-CMD-BOOL = rl-true and WS-TileCatalog-NUM >= 9
                perform select-extra-tile
            end-if
        .

        *> Steps the selection on to the next extra slot whose
        *> texture loaded, wrapping back to the ninth, and names it
        *> in the banner since no number key says what it is
        select-extra-tile section.
            move WS-ActiveTile-NUM to WS-TileStep-NUM
            move 0 to WS-CatLoop-NUM
            perform until WS-CatLoop-NUM >= WS-TileCatalog-NUM
                add 1 to WS-TileStep-NUM
                if WS-TileStep-NUM > WS-TileCatalog-NUM
                    or WS-TileStep-NUM < 9
                    move 9 to WS-TileStep-NUM
                end-if
                if WS-Tiles-NUM(WS-TileStep-NUM) not = 0
                    move WS-TileStep-NUM to WS-ActiveTile-NUM
                    move WS-TileCatalog-NUM to WS-CatLoop-NUM
                    move spaces to WS-InfoMsg-STR
                    string
                        "Selected: " delimited by size
                        WS-TileCatalog-Name-STR(WS-ActiveTile-NUM)
                            delimited by space
                        into WS-InfoMsg-STR
                    end-string
                    move WS-RuleErrorFrames-NUM to WS-InfoTimer-NUM
                else
                    add 1 to WS-CatLoop-NUM
                end-if
            end-perform
        .

        *> Left click places the active tile, right click clears it
                    (WS-ClickRow-NUM * WS-MapWidth-NUM)
                    + WS-ClickCol-NUM + 1

                *> With I held a click asks about the cell rather
                *> than building on it or pulling it down
                call "IsKeyDown" using by value rl-key-i
                    returning WS-InquiryKey-BOOL
                end-call

                call "IsMouseButtonPressed" using
                    by value rl-mouse-button-left
                    returning WS-CMD-BOOL
                end-call
                if WS-CMD-BOOL = rl-true
                    and WS-InquiryKey-BOOL = rl-true
                    perform open-inquiry
                    move rl-false to WS-CMD-BOOL
                end-if
                if WS-CMD-BOOL = rl-true
                    move "B" to WS-RightsNeeded-STR
                    perform check-operator-rights
                end-if
                if WS-CMD-BOOL = rl-true
                    and WS-BudgetLocked-BOOL = rl-false
                    and WS-Tiles-NUM(WS-ActiveTile-NUM) not = 0
                    returning WS-CMD-BOOL
                end-call
                if WS-CMD-BOOL = rl-true
                    and WS-InquiryKey-BOOL = rl-false
                    and WS-Grid-NUM(WS-GridIndex-NUM) > 0
                    move "F" to WS-RightsNeeded-STR
                    perform check-operator-rights
                    if WS-CMD-BOOL = rl-true
                        perform demolish-tile
                    end-if
                end-if
            end-if
        .

        *> An I-click on the cell already on the panel takes the
        *> panel down; on any other cell it moves the panel there
        open-inquiry section.
            if WS-InquiryOpen-BOOL = rl-true
                and WS-InquiryRow-NUM = WS-ClickRow-NUM
                and WS-InquiryCol-NUM = WS-ClickCol-NUM
                move rl-false to WS-InquiryOpen-BOOL
            else
                move WS-ClickRow-NUM to WS-InquiryRow-NUM
                move WS-ClickCol-NUM to WS-InquiryCol-NUM
                move rl-true to WS-InquiryOpen-BOOL
                perform build-inquiry
            end-if
        .

        *> Lays out the panel for the cell on inquiry. The ratings
        *> are worked out the way update-one-home and economy-tick
        *> work them, so what the panel says is what the next tick
        *> will do; an empty or non-home cell is rated as a home
        *> would be if one were built there
        build-inquiry section.
            move 0 to WS-InqLineCount-NUM
            move spaces to WS-InqLines
            compute WS-InquiryIndex-NUM =
                (WS-InquiryRow-NUM * WS-MapWidth-NUM)
                + WS-InquiryCol-NUM + 1

            move WS-InquiryRow-NUM to WS-CellRow-NUM
            move WS-InquiryCol-NUM to WS-CellCol-NUM
            perform count-neighbours
            perform rate-home-commute

            compute WS-CellDesir-NUM =
                (2 * WS-NbrPark-NUM)
                - WS-NbrWater-NUM
                - (2 * WS-NbrInd-NUM)
            if WS-NbrRoad-NUM > 1
                compute WS-CellDesir-NUM =
                    WS-CellDesir-NUM - (WS-NbrRoad-NUM - 1)
            end-if
            if WS-SchoolCover-BOOL(WS-InquiryIndex-NUM) = rl-true
                add 2 to WS-CellDesir-NUM
            end-if
            add WS-CommuteRating-NUM to WS-CellDesir-NUM

            *> What it is and what it stands on
            move WS-InquiryRow-NUM to WS-InqRowEdit-STR
            move WS-InquiryCol-NUM to WS-InqColEdit-STR
            if WS-Grid-NUM(WS-InquiryIndex-NUM) > 0
                move WS-TileCatalog-Name-STR(
                    WS-Grid-NUM(WS-InquiryIndex-NUM))
                    to WS-InqWord-STR
            else
                move "Empty" to WS-InqWord-STR
            end-if
            move spaces to WS-InqText-STR
            string
                "Cell row" delimited by size
                WS-InqRowEdit-STR delimited by size
                " col" delimited by size
                WS-InqColEdit-STR delimited by size
                " - " delimited by size
                WS-InqWord-STR delimited by size
                into WS-InqText-STR
            end-string
            perform add-inquiry-line

            evaluate WS-Terrain-NUM(WS-InquiryIndex-NUM)
                when 2 move "forest" to WS-InqWord-STR
                when 3 move "rock" to WS-InqWord-STR
                when 4 move "river" to WS-InqWord-STR
                when other move "grass" to WS-InqWord-STR
            end-evaluate
            move spaces to WS-InqText-STR
            string
                "Terrain: " delimited by size
                WS-InqWord-STR delimited by space
                into WS-InqText-STR
            end-string
            if WS-Terrain-NUM(WS-InquiryIndex-NUM) = 2
                move WS-ForestClearCost-NUM to WS-InqMoneyEdit-STR
                move "clearing costs" to WS-InqText-STR(17:14)
                move WS-InqMoneyEdit-STR to WS-InqText-STR(31:5)
            end-if
            if WS-Terrain-NUM(WS-InquiryIndex-NUM) = 4
                move "nothing can be built" to WS-InqText-STR(17:20)
            end-if
            perform add-inquiry-line

            *> How the home is doing, and which way it is heading
            if WS-Grid-NUM(WS-InquiryIndex-NUM) = 2
                perform build-inquiry-home
            end-if

            move WS-CellDesir-NUM to WS-InqDesirEdit-STR
            move spaces to WS-InqText-STR
            string
                "Appeal:" delimited by size
                WS-InqDesirEdit-STR delimited by size
                into WS-InqText-STR
            end-string
            if WS-Grid-NUM(WS-InquiryIndex-NUM) not = 2
                move "(as a home)" to WS-InqText-STR(14:11)
            end-if
            perform add-inquiry-line

            move WS-NbrRoad-NUM to WS-InqNbr1Edit-STR
            move WS-NbrPark-NUM to WS-InqNbr2Edit-STR
            move WS-NbrWater-NUM to WS-InqNbr3Edit-STR
            move WS-NbrInd-NUM to WS-InqNbr4Edit-STR
            move spaces to WS-InqText-STR
            string
                "Next door: road " delimited by size
                WS-InqNbr1Edit-STR delimited by size
                "  park " delimited by size
                WS-InqNbr2Edit-STR delimited by size
                "  water " delimited by size
                WS-InqNbr3Edit-STR delimited by size
                "  ind " delimited by size
                WS-InqNbr4Edit-STR delimited by size
                into WS-InqText-STR
            end-string
            perform add-inquiry-line

            *> Road network - a road is on a network that reaches
            *> the map edge or it is not; anything else needs such a
            *> road next door
            move spaces to WS-InqText-STR
            evaluate true
                when WS-Grid-NUM(WS-InquiryIndex-NUM) = 1
                    and WS-RoadConn-BOOL(WS-InquiryIndex-NUM)
                        = rl-true
                    move "Road network: reaches the map edge"
                        to WS-InqText-STR
                when WS-Grid-NUM(WS-InquiryIndex-NUM) = 1
                    move "Road network: cut off from the map edge"
                        to WS-InqText-STR
                when WS-NbrConnRoad-NUM > 0
                    move "Road access: connected road next door"
                        to WS-InqText-STR
                when WS-NbrRoad-NUM > 0
                    move "Road access: road next door is cut off"
                        to WS-InqText-STR
                when other
                    move "Road access: no road next door"
                        to WS-InqText-STR
            end-evaluate
            perform add-inquiry-line

            move spaces to WS-InqText-STR
            if WS-HomeCommute-NUM = WS-CommuteNone-NUM
                move "Commute: no jobs reachable by road"
                    to WS-InqText-STR
            else
                move WS-HomeCommute-NUM to WS-InqStepEdit-STR
                string
                    "Commute:" delimited by size
                    WS-InqStepEdit-STR delimited by size
                    " road steps to jobs" delimited by size
                    into WS-InqText-STR
                end-string
            end-if
            perform add-inquiry-line

            if WS-FireCover-BOOL(WS-InquiryIndex-NUM) = rl-true
                move "yes" to WS-InqWord-STR
            else
                move "no" to WS-InqWord-STR
            end-if
            if WS-SchoolCover-BOOL(WS-InquiryIndex-NUM) = rl-true
                move "yes" to WS-InqWord2-STR
            else
                move "no" to WS-InqWord2-STR
            end-if
            move spaces to WS-InqText-STR
            string
                "Fire cover: " delimited by size
                WS-InqWord-STR delimited by space
                "   School cover: " delimited by size
                WS-InqWord2-STR delimited by space
                into WS-InqText-STR
            end-string
            perform add-inquiry-line

            *> Damage, and what it earns and costs each tick
            if WS-Grid-NUM(WS-InquiryIndex-NUM) > 0
                perform build-inquiry-money
            end-if

            perform read-inquiry-journal

            move "Hold I and click the cell again to close"
                to WS-InqText-STR
            perform add-inquiry-line
        .

        *> Occupancy against the most a home holds, and the vote of
        *> its own appeal and the city's jobs on the next tick
        build-inquiry-home section.
            move WS-Occupancy-NUM(WS-InquiryIndex-NUM)
                to WS-InqOccEdit-STR
            move WS-PopPerRes-NUM to WS-InqCapEdit-STR
            move spaces to WS-InqText-STR
            string
                "Occupancy: " delimited by size
                WS-InqOccEdit-STR delimited by size
                " of " delimited by size
                WS-InqCapEdit-STR delimited by size
                into WS-InqText-STR
            end-string
            perform add-inquiry-line

            compute WS-JobsBalance-NUM =
                WS-Jobs-NUM - WS-Population-NUM
            move 0 to WS-OccDelta-NUM
            evaluate true
                when WS-CellDesir-NUM > 0
                    add 1 to WS-OccDelta-NUM
                    move "appeal up" to WS-InqWord2-STR
                when WS-CellDesir-NUM < 0
                    subtract 1 from WS-OccDelta-NUM
                    move "appeal down" to WS-InqWord2-STR
                when other
                    move "appeal flat" to WS-InqWord2-STR
            end-evaluate
            evaluate true
                when WS-JobsBalance-NUM > 0
                    add 1 to WS-OccDelta-NUM
                    move "jobs spare" to WS-InqWord3-STR
                when WS-JobsBalance-NUM < 0
                    subtract 1 from WS-OccDelta-NUM
                    move "jobs short" to WS-InqWord3-STR
                when other
                    move "jobs even" to WS-InqWord3-STR
            end-evaluate
            if WS-Damaged-BOOL(WS-InquiryIndex-NUM) = rl-true
                move -1 to WS-OccDelta-NUM
            end-if

            compute WS-OccWork-NUM =
                WS-Occupancy-NUM(WS-InquiryIndex-NUM)
                + WS-OccDelta-NUM
            if WS-OccWork-NUM < 0
                move 0 to WS-OccWork-NUM
            end-if
            if WS-OccWork-NUM > WS-PopPerRes-NUM
                move WS-PopPerRes-NUM to WS-OccWork-NUM
            end-if
            evaluate true
                when WS-OccWork-NUM
                    > WS-Occupancy-NUM(WS-InquiryIndex-NUM)
                    move "fills" to WS-InqWord-STR
                when WS-OccWork-NUM
                    < WS-Occupancy-NUM(WS-InquiryIndex-NUM)
                    move "empties" to WS-InqWord-STR
                when other
                    move "holds" to WS-InqWord-STR
            end-evaluate

            move spaces to WS-InqText-STR
            if WS-Damaged-BOOL(WS-InquiryIndex-NUM) = rl-true
                string
                    "Next tick: " delimited by size
                    WS-InqWord-STR delimited by space
                    " - damaged" delimited by size
                    into WS-InqText-STR
                end-string
            else
                string
                    "Next tick: " delimited by size
                    WS-InqWord-STR delimited by space
                    " - " delimited by size
                    WS-InqWord2-STR delimited by "  "
                    ", " delimited by size
                    WS-InqWord3-STR delimited by "  "
                    into WS-InqText-STR
                end-string
            end-if
            perform add-inquiry-line
        .

        *> A damaged tile earns nothing until repaired at half its
        *> build cost; upkeep runs either way, and a home's tax is
        *> by the head
        build-inquiry-money section.
            move 0 to WS-InqEarn-NUM
            move WS-TileCatalog-Upkeep-NUM(
                WS-Grid-NUM(WS-InquiryIndex-NUM)) to WS-InqUpkeep-NUM
            move spaces to WS-InqText-STR
            if WS-Damaged-BOOL(WS-InquiryIndex-NUM) = rl-true
                compute WS-RepairCost-NUM = WS-TileCatalog-Cost-NUM(
                    WS-Grid-NUM(WS-InquiryIndex-NUM)) / 2
                move WS-RepairCost-NUM to WS-InqMoneyEdit-STR
                string
                    "Damaged: yes - repair costs" delimited by size
                    WS-InqMoneyEdit-STR delimited by size
                    into WS-InqText-STR
                end-string
            else
                move "Damaged: no" to WS-InqText-STR
                if WS-Grid-NUM(WS-InquiryIndex-NUM) = 2
                    compute WS-InqEarn-NUM =
                        (WS-TileCatalog-Revenue-NUM(2)
                            * WS-Occupancy-NUM(WS-InquiryIndex-NUM))
                        / WS-PopPerRes-NUM
                else
                    move WS-TileCatalog-Revenue-NUM(
                        WS-Grid-NUM(WS-InquiryIndex-NUM))
                        to WS-InqEarn-NUM
                end-if
            end-if
            perform add-inquiry-line

            move WS-InqEarn-NUM to WS-InqMoneyEdit-STR
            move WS-InqUpkeep-NUM to WS-InqMoney2Edit-STR
            move spaces to WS-InqText-STR
            string
                "Per tick: earns" delimited by size
                WS-InqMoneyEdit-STR delimited by size
                "   upkeep" delimited by size
                WS-InqMoney2Edit-STR delimited by size
                into WS-InqText-STR
            end-string
            perform add-inquiry-line
        .

        add-inquiry-line section.
            if WS-InqLineCount-NUM < WS-InqLineMax-NUM
                add 1 to WS-InqLineCount-NUM
                move WS-InqText-STR
                    to WS-InqLine-STR(WS-InqLineCount-NUM)
            end-if
            move spaces to WS-InqText-STR
        .

        *> Reads the journal through for the actions that touched
        *> this cell - builds, demolitions, undos, repairs, fires,
        *> floods and the close's carried-forward record - keeping
        *> the last five, then lists them newest first
        read-inquiry-journal section.
            move WS-InquiryRow-NUM to WS-InqKeyRow-NUM
            move WS-InquiryCol-NUM to WS-InqKeyCol-NUM
            move 0 to WS-InqJrnCount-NUM
            move 0 to WS-InqJrnNext-NUM

            move 0 to WS-EOF-BOOL
            open input JRN-FILE
            if WS-FileStatus-STR = "00" or WS-FileStatus-STR = " "
                perform until WS-EOF-BOOL = rl-true
                    read JRN-FILE into JRN-Record
                        at end
                            move rl-true to WS-EOF-BOOL
                        not at end
                            perform keep-inquiry-journal
                    end-read
                end-perform
                close JRN-FILE
            end-if

            move "Journal, newest first:" to WS-InqText-STR
            perform add-inquiry-line
            if WS-InqJrnCount-NUM = 0
                move "  nothing on this period's journal"
                    to WS-InqText-STR
                perform add-inquiry-line
            end-if

            move WS-InqJrnNext-NUM to WS-InqJrnPos-NUM
            move 1 to WS-InqLoop-NUM
            perform until WS-InqLoop-NUM > WS-InqJrnCount-NUM
                perform add-inquiry-journal-line
                if WS-InqJrnPos-NUM = 1
                    move WS-InqJrnMax-NUM to WS-InqJrnPos-NUM
                else
                    subtract 1 from WS-InqJrnPos-NUM
                end-if
                add 1 to WS-InqLoop-NUM
            end-perform
        .

        keep-inquiry-journal section.
            if JRN-Record(26:8) = WS-InqCellKey
                and (JRN-Record(24:1) = "P" or JRN-Record(24:1) = "C"
                    or JRN-Record(24:1) = "U"
                    or JRN-Record(24:1) = "R"
                    or JRN-Record(24:1) = "F"
                    or JRN-Record(24:1) = "D"
                    or JRN-Record(24:1) = "S")
                add 1 to WS-InqJrnNext-NUM
                if WS-InqJrnNext-NUM > WS-InqJrnMax-NUM
                    move 1 to WS-InqJrnNext-NUM
                end-if
                move JRN-Record to WS-InqJrn-STR(WS-InqJrnNext-NUM)
                if WS-InqJrnCount-NUM < WS-InqJrnMax-NUM
                    add 1 to WS-InqJrnCount-NUM
                end-if
            end-if
        .

        *> Date, time, what happened, the money and who did it -
        *> fires, floods and carried records move no money
        add-inquiry-journal-line section.
            evaluate WS-InqJrn-STR(WS-InqJrnPos-NUM)(24:1)
                when "P" move "Built" to WS-InqWord-STR
                when "C" move "Demolished" to WS-InqWord-STR
                when "U" move "Undone" to WS-InqWord-STR
                when "R" move "Repaired" to WS-InqWord-STR
                when "F" move "Fire" to WS-InqWord-STR
                when "D" move "Flood" to WS-InqWord-STR
                when other move "Carried fwd" to WS-InqWord-STR
            end-evaluate

            move spaces to WS-InqText-STR
            move WS-InqJrn-STR(WS-InqJrnPos-NUM)(1:8)
                to WS-InqText-STR(1:8)
            move WS-InqJrn-STR(WS-InqJrnPos-NUM)(10:2)
                to WS-InqText-STR(10:2)
            move ":" to WS-InqText-STR(12:1)
            move WS-InqJrn-STR(WS-InqJrnPos-NUM)(12:2)
                to WS-InqText-STR(13:2)
            move WS-InqWord-STR to WS-InqText-STR(16:11)

            if WS-InqJrn-STR(WS-InqJrnPos-NUM)(39:5) is numeric
                and WS-InqWord-STR not = "Fire"
                and WS-InqWord-STR not = "Flood"
                and WS-InqWord-STR not = "Carried fwd"
                move WS-InqJrn-STR(WS-InqJrnPos-NUM)(39:5)
                    to WS-InqAmount-NUM
                if WS-InqJrn-STR(WS-InqJrnPos-NUM)(44:1) = "-"
                    compute WS-InqAmount-NUM = 0 - WS-InqAmount-NUM
                end-if
                move WS-InqAmount-NUM to WS-InqAmountEdit-STR
                move WS-InqAmountEdit-STR to WS-InqText-STR(27:6)
            end-if

            if WS-InqJrn-STR(WS-InqJrnPos-NUM)(73:8) = spaces
                move "-" to WS-InqText-STR(34:1)
            else
                move WS-InqJrn-STR(WS-InqJrnPos-NUM)(73:8)
                    to WS-InqText-STR(34:8)
            end-if
            perform add-inquiry-line
        .

        minimap-key-check section.
            call "IsKeyPressed" using by value rl-key-m
                returning WS-CMD-BOOL
            end-call
            if WS-CMD-BOOL = rl-true
                move "B" to WS-RightsNeeded-STR
                perform check-operator-rights
            end-if
            if WS-CMD-BOOL = rl-true
                if WS-BprLoaded-BOOL = rl-true
                    perform stamp-blueprint
                        ((WS-BprFromRow-NUM + WS-BprRow-NUM)
                            * WS-MapWidth-NUM)
                        + WS-BprFromCol-NUM + WS-BprCol-NUM + 1
                    *> One digit per cell on file - a catalog
                    *> slot past the ninth is left out of the copy
                    if WS-Grid-NUM(WS-GridIndex-NUM) > 9
                        move 0 to WS-Bpr-NUM(WS-BprIndex-NUM)
                    else
                        move WS-Grid-NUM(WS-GridIndex-NUM)
                            to WS-Bpr-NUM(WS-BprIndex-NUM)
                    end-if
                    add 1 to WS-BprCol-NUM
                end-perform
                add 1 to WS-BprRow-NUM
                    (WS-BprRow-NUM * WS-BprWidth-NUM)
                    + WS-BprCol-NUM + 1
                if BPR-Record(WS-BprCol-NUM + 1:1) >= "0"
                    and BPR-Record(WS-BprCol-NUM + 1:1) <= "9"
                    move BPR-Record(WS-BprCol-NUM + 1:1)
                        to WS-Bpr-NUM(WS-BprIndex-NUM)
                else
                        compute WS-BprIndex-NUM =
                            (WS-BprRow-NUM * WS-BprWidth-NUM)
                            + WS-BprCol-NUM + 1
                        if WS-Bpr-NUM(WS-BprIndex-NUM)
                            > WS-TileCatalog-NUM
                            move rl-false to WS-BprOk-BOOL
                            move "Blueprint names an unknown tile"
                                to WS-RuleErrorMsg-STR
                            move WS-RuleErrorFrames-NUM
                                to WS-RuleErrorTimer-NUM
                        end-if
                        if WS-Bpr-NUM(WS-BprIndex-NUM) > 0
                            and WS-BprOk-BOOL = rl-true
                            compute WS-BprTargetIndex-NUM =
                                ((WS-ClickRow-NUM + WS-BprRow-NUM)
                                    * WS-MapWidth-NUM)
        *> and closed per record so a crash never loses more than the
        *> action in flight. The sequence number restarts each
        *> session but only ever climbs within one, so records that
        *> land inside the same second still replay in order. Every
        *> record carries the ID of the operator signed on
        append-journal section.
            accept WS-JournalDate-NUM from date yyyymmdd
            accept WS-JournalStamp-NUM from time
            move WS-JournalAmount-NUM     to JRN-Record(39:5)
            move WS-JournalSign-STR       to JRN-Record(44:1)
            move WS-Budget-NUM            to JRN-Record(45:6)
            move WS-OperatorId-STR        to JRN-Record(73:8)

            open extend JRN-FILE
            if WS-FileStatus-STR not = "00"
                returning WS-CMD-BOOL
            end-call
            if WS-CMD-BOOL = rl-true and WS-UndoDepth-NUM > 0
                move "B" to WS-RightsNeeded-STR
                perform check-operator-rights
                if WS-CMD-BOOL = rl-true
                    perform undo-last-action
                end-if
            end-if
        .

            end-call
        .

        *> Shows who is signed on and what they may do, under the
        *> goals line
        draw-operator section.
            move spaces to WS-OperatorText-STR
            string
                "Operator: " delimited by size
                WS-OperatorId-STR delimited by space
                "  " delimited by size
                WS-OperatorName-STR delimited by size
                into WS-OperatorText-STR
            end-string
            evaluate WS-OperatorLevel-STR
                when "F"
                    move "(full rights)" to WS-OperatorText-STR(42:)
                when "B"
                    move "(build only)" to WS-OperatorText-STR(42:)
                when other
                    move "(view only)" to WS-OperatorText-STR(42:)
            end-evaluate

            call "b_DrawText" using
                by reference WS-OperatorText-STR
                by value 010 082 20
                0 020 000 255
            end-call
        .

        *> The inquiry panel, on a pale card so it reads over the
        *> grid, under the status lines at the top left
        draw-inquiry section.
            compute WS-InqH-NUM = (WS-InqLineCount-NUM * 18) + 12
            call "b_DrawRectangle" using
                by value 010 106 410 WS-InqH-NUM
                245 245 230 240
            end-call

            move 112 to WS-InqY-NUM
            move 1 to WS-InqLoop-NUM
            perform until WS-InqLoop-NUM > WS-InqLineCount-NUM
                call "b_DrawText" using
                    by reference WS-InqLine-STR(WS-InqLoop-NUM)
                    by value 018 WS-InqY-NUM 16
                    0 020 000 255
                end-call
                add 18 to WS-InqY-NUM
                add 1 to WS-InqLoop-NUM
            end-perform
        .

        *> Draw the world grid from the tracked layout
        draw-grid section.
            move 0 to WS-DrawRow-NUM
                            move 160 to WS-TerrainRed-NUM
                            move 080 to WS-TerrainGreen-NUM
                            move 200 to WS-TerrainBlue-NUM
                        when 9 thru 999
                            move 200 to WS-TerrainRed-NUM
                            move 200 to WS-TerrainGreen-NUM
                            move 200 to WS-TerrainBlue-NUM
                        when other
                            evaluate WS-Terrain-NUM(
                                WS-GridIndex-NUM)
        *> Writes the current layout out so init-data can read it
        *> back in on the next launch
        save-layout section.
            accept WS-TrlDate-NUM from date yyyymmdd
            accept WS-TrlTime-NUM from time
            move 0 to WS-TrlCount-NUM
            move 0 to WS-TrlHash-NUM

            open output SAVE-FILE
            move 0 to WS-DrawRow-NUM
            perform until WS-DrawRow-NUM >= WS-MapHeight-NUM
                        move WS-Damaged-BOOL(WS-GridIndex-NUM)
                            to SAVE-Record(14:1)
                        write SAVE-Record
                        add 1 to WS-TrlCount-NUM
                        add WS-Grid-NUM(WS-GridIndex-NUM)
                            to WS-TrlHash-NUM
                    end-if

                    add 1 to WS-DrawCol-NUM
                end-perform
                add 1 to WS-DrawRow-NUM
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

            move WS-InterestOut-NUM to BGT-Record(26:6)
            move WS-TickNumber-NUM to BGT-Record(32:6)
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

        *> Startup's way in to the save: the current pair if it
        *> checks out (or predates trailers), otherwise the newest
        *> generation that does - said on screen either way, since
        *> the operator is about to play on from an older city. With
        *> no good pair anywhere nothing is loaded and the city is
        *> refused
        load-checked-save section.
            move 0 to WS-SaveGenLoaded-NUM
            move WS-SaveFile-STR to WS-ChkSaveFile-STR
            move WS-BgtFile-STR to WS-ChkBgtFile-STR
            perform check-save-pair

            if WS-ChkFound-BOOL = rl-true
                and WS-ChkGood-BOOL = rl-false
                and WS-ChkLegacy-BOOL = rl-false
                move 1 to WS-SaveGen-NUM
                perform until WS-SaveGen-NUM > WS-SaveGenMax-NUM
                    or WS-SaveGenLoaded-NUM > 0
                    perform build-generation-names
                    move WS-GenSaveFile-STR to WS-ChkSaveFile-STR
                    move WS-GenBgtFile-STR to WS-ChkBgtFile-STR
                    perform check-save-pair
                    if WS-ChkGood-BOOL = rl-true
                        move WS-SaveGen-NUM to WS-SaveGenLoaded-NUM
                    else
                        add 1 to WS-SaveGen-NUM
                    end-if
                end-perform

                if WS-SaveGenLoaded-NUM > 0
                    move WS-SaveFile-STR to WS-CurSaveFile-STR
                    move WS-BgtFile-STR to WS-CurBgtFile-STR
                    move WS-GenSaveFile-STR to WS-SaveFile-STR
                    move WS-GenBgtFile-STR to WS-BgtFile-STR
                    move spaces to WS-RuleErrorMsg-STR
                    string
                        "Save failed its check - backup "
                            delimited by size
                        WS-SaveGenLoaded-NUM delimited by size
                        " loaded" delimited by size
                        into WS-RuleErrorMsg-STR
                    end-string
                else
                    move rl-true to WS-SaveRefused-BOOL
                end-if
                move WS-SaveWarnFrames-NUM to WS-RuleErrorTimer-NUM
            end-if

            if WS-SaveRefused-BOOL = rl-false
                perform load-layout
                if WS-LayoutLoaded-BOOL = rl-true
                    perform load-budget
                end-if
            end-if

            *> The next save goes back over the current pair, not
            *> the backup it was loaded from
            if WS-SaveGenLoaded-NUM > 0
                move WS-CurSaveFile-STR to WS-SaveFile-STR
                move WS-CurBgtFile-STR to WS-BgtFile-STR
            end-if
        .

        *> Holds a notice on screen until the window is closed -
        *> the city stays shut, as savegen and bulkload keep it,
        *> while its save fails its check and no backup passes
        show-save-refused section.
            perform until WS-IsClosing-BOOL = rl-true
                call "WindowShouldClose"
                    returning WS-IsClosing-BOOL
                end-call

                call "BeginDrawing" end-call
                call "b_ClearBackground" using
                    by value 255 255 255 255
                end-call
                call "b_DrawText" using
                    by reference WS-WindowTitle-STR
                    by value 200 150 30
                    0 0 0 255
                end-call
                call "b_DrawText" using
                    by reference
                        "Save failed its check - no good backup"
                    by value 200 200 20
                    220 030 030 255
                end-call
                call "b_DrawText" using
                    by reference
                        "Restore a good generation with savegen"
                    by value 200 230 16
                    100 100 100 255
                end-call
                call "EndDrawing" end-call
            end-perform
        .

        *> Writes the tile counts and session length out to a report
        *> file, the same way any batch job would leave behind a log
        write-summary-report section.
                into RPT-Record
            end-string
            write RPT-Record
            if WS-OperatorId-STR not = spaces
                move spaces to RPT-Record
                string
                    "Operator: " delimited by size
                    WS-OperatorId-STR delimited by space
                    "  " delimited by size
                    WS-OperatorName-STR delimited by size
                    into RPT-Record
                end-string
                write RPT-Record
            end-if

            perform count-standing-tiles

        .

        dispose section.
            perform rotate-save-generations
            perform save-layout
            perform save-budget
            perform write-summary-report
