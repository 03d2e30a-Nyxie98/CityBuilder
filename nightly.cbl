        identification division.
        program-id. nightly.

        environment division.
        input-output section.
        file-control.
            select REG-FILE assign "CITYREG.DAT"
                organization line sequential
                file status is WS-FileStatus-STR.
            select SEL-FILE assign "CITYSEL.DAT"
                organization line sequential
                file status is WS-FileStatus-STR.
            select RPL-FILE assign "CITYRPL.DAT"
                organization line sequential
                file status is WS-FileStatus-STR.
            select CKP-FILE assign "CITYCKP.DAT"
                organization line sequential
                file status is WS-FileStatus-STR.
            select RUN-FILE assign "CITYRUN.DAT"
                organization line sequential
                file status is WS-FileStatus-STR.
            select PRT-FILE assign "CITYPRT.DAT"
                organization line sequential
                file status is WS-FileStatus-STR.
            select BGT-FILE assign using WS-BgtFile-STR
                organization line sequential
                file status is WS-FileStatus-STR.
            select SAVE-FILE assign using WS-SaveFile-STR
                organization line sequential
                file status is WS-FileStatus-STR.
            select GOL-FILE assign using WS-GolFile-STR
                organization line sequential
                file status is WS-FileStatus-STR.
            select CAT-FILE assign using WS-CatFile-STR
                organization line sequential
                file status is WS-FileStatus-STR.

        data division.

        file section.

        *> City registry and selection, shared with the game - the
        *> selection is rewritten city by city as the stream runs
        *> and put back the way the operator left it at the end
        fd REG-FILE.
        01 REG-Record             pic x(60).

        fd SEL-FILE.
        01 SEL-Record             pic x(20).

        *> Replay's control record - forced to CHECK for the stream,
        *> restored afterwards
        fd RPL-FILE.
        01 RPL-Record             pic x(8).

        *> Checkpoint - one record per city: run date 1:8, city name
        *> 10:20, last step completed 31:1 (0 = none), state 33:8
        *> (PENDING, FAILED or DONE). A rerun picks each city up
        *> after its last completed step; once every city is DONE
        *> the next run starts fresh
        fd CKP-FILE.
        01 CKP-Record             pic x(40).

        *> The consolidated run log - every step of every city
        fd RUN-FILE.
        01 RUN-Record             pic x(80).

        *> One-page portfolio summary across the registry
        fd PRT-FILE.
        01 PRT-Record             pic x(80).

        *> Each city's own files, read for the portfolio summary
        fd BGT-FILE.
        01 BGT-Record             pic x(37).

        fd SAVE-FILE.
        01 SAVE-Record            pic x(14).

        fd GOL-FILE.
        01 GOL-Record             pic x(16).

        fd CAT-FILE.
        01 CAT-Record             pic x(80).

        working-storage section.

        *> One city's data file names, rebuilt from its prefix
        01 WS-BgtFile-STR       pic x(20) value "CITYBGT.DAT".
        01 WS-SaveFile-STR      pic x(20) value "CITYSAVE.DAT".
        01 WS-GolFile-STR       pic x(20) value "CITYGOL.DAT".
        01 WS-CatFile-STR       pic x(20) value "CITYCAT.DAT".

        01 WS-CityPrefix-STR    pic x(8) value "CITY".
        01 WS-RegCount-NUM      pic 9(2) value 0.
        01 WS-RegMax-NUM        pic 9(2) value 20.
        01 WS-Registry.
            05 WS-Reg-Entry occurs 20 times.
                10 WS-RegName-STR   pic x(20).
                10 WS-RegPrefix-STR pic x(8).
                10 WS-RegStep-NUM   pic 9(1).
                10 WS-RegState-STR  pic x(8).
        01 WS-RegLoop-NUM       pic 9(2) value 0.

        01 WS-EOF-BOOL          pic 9 value 0.
        01 WS-FileStatus-STR    pic x(2).

        *> What the operator left in the selection and replay
        *> control files, put back once the stream is done
        01 WS-OrigSel-STR       pic x(20) value spaces.
        01 WS-OrigSelSeen-BOOL  pic 9 value 0.
        01 WS-OrigRpl-STR       pic x(8) value spaces.
        01 WS-OrigRplSeen-BOOL  pic 9 value 0.

        *> The checkpoint as found at startup
        01 WS-CkpCount-NUM      pic 9(2) value 0.
        01 WS-Checkpoint.
            05 WS-Ckp-Entry occurs 20 times.
                10 WS-CkpName-STR   pic x(20).
                10 WS-CkpStep-NUM   pic 9(1).
                10 WS-CkpState-STR  pic x(8).
        01 WS-CkpLoop-NUM       pic 9(2) value 0.
        01 WS-CkpDate-STR       pic x(8) value spaces.
        01 WS-Resume-BOOL       pic 9 value 0.
        01 WS-CkpStale-BOOL     pic 9 value 0.

        *> The chain every city runs, in order
        01 WS-StepCount-NUM     pic 9(1) value 4.
        01 WS-StepNames.
            05 filler pic x(10) value "PREFLIGHT".
            05 filler pic x(10) value "REPLAY".
            05 filler pic x(10) value "FINANCE".
            05 filler pic x(10) value "LANDUSE".
        01 WS-StepNames-Table redefines WS-StepNames.
            05 WS-StepName-STR  pic x(10) occurs 4 times.
        01 WS-Step-NUM          pic 9(1) value 0.
        01 WS-StepRc-NUM        pic 9(4) value 0.
        01 WS-ChainBroken-BOOL  pic 9 value 0.

        01 WS-RunDate-NUM       pic 9(8) value 0.
        01 WS-RunTime-NUM       pic 9(8) value 0.
        01 WS-StepTime-NUM      pic 9(8) value 0.
        01 WS-CitiesDone-NUM    pic 9(2) value 0.
        01 WS-CitiesFailed-NUM  pic 9(2) value 0.
        01 WS-CitiesSkipped-NUM pic 9(2) value 0.
        01 WS-StepsRun-NUM      pic 9(4) value 0.

        *> One city's position for the portfolio summary
        copy tile-cat.
        01 WS-StandingCount-NUM pic 9(5) occurs 20 times value 0.
        01 WS-Balance-NUM       pic 9(6) value 0.
        01 WS-Debt-NUM          pic 9(6) value 0.
        01 WS-Population-NUM    pic 9(6) value 0.
        01 WS-RestoreTile-NUM   pic 9(3) value 0.
        01 WS-GoalCode-STR      pic x(6) value spaces.
        01 WS-GoalSlot-NUM      pic 9(2) value 0.
        01 WS-GoalTarget-NUM    pic 9(6) value 0.
        01 WS-GoalActual-NUM    pic 9(6) value 0.
        01 WS-ObjectiveCount-NUM pic 9(2) value 0.
        01 WS-ObjMetCount-NUM   pic 9(2) value 0.
        01 WS-TotalBalance-NUM  pic 9(8) value 0.
        01 WS-TotalDebt-NUM     pic 9(8) value 0.
        01 WS-TotalPop-NUM      pic 9(8) value 0.

        01 WS-CountEdit-STR     pic z9.
        01 WS-Count2Edit-STR    pic z9.
        01 WS-RcEdit-STR        pic z(3)9.
        01 WS-AmountEdit-STR    pic z(5)9.
        01 WS-Amount2Edit-STR   pic z(5)9.
        01 WS-PopEdit-STR       pic z(5)9.
        01 WS-TotalEdit-STR     pic z(7)9.
        01 WS-Total2Edit-STR    pic z(7)9.
        01 WS-Total3Edit-STR    pic z(7)9.

        copy rl-bool.

        procedure division.
        main-procedure.

        accept WS-RunDate-NUM from date yyyymmdd.
        accept WS-RunTime-NUM from time.

        perform load-registry.
        perform save-controls.
        perform load-checkpoint.

        open output RUN-FILE.
        perform write-run-header.

        perform varying WS-RegLoop-NUM from 1 by 1
            until WS-RegLoop-NUM > WS-RegCount-NUM
            perform run-city
        end-perform.

        perform restore-controls.
        perform write-run-totals.
        close RUN-FILE.

        perform write-portfolio.

        if WS-CitiesFailed-NUM > 0
            move 8 to return-code
        else
            move 0 to return-code
        end-if.

        goback.

        *> Every registered city, in registry order. An empty or
        *> missing registry is the classic single city - a blank
        *> selection and the CITY prefix, as the game plays it
        load-registry section.
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

            if WS-RegCount-NUM = 0
                move 1 to WS-RegCount-NUM
                move spaces to WS-RegName-STR(1)
                move "CITY" to WS-RegPrefix-STR(1)
            end-if

            perform varying WS-RegLoop-NUM from 1 by 1
                until WS-RegLoop-NUM > WS-RegCount-NUM
                if WS-RegPrefix-STR(WS-RegLoop-NUM) = spaces
                    move "CITY" to WS-RegPrefix-STR(WS-RegLoop-NUM)
                end-if
                move 0 to WS-RegStep-NUM(WS-RegLoop-NUM)
                move "PENDING" to WS-RegState-STR(WS-RegLoop-NUM)
            end-perform
        .

        *> The operator's own selection and replay mode, kept so the
        *> stream leaves both the way it found them
        save-controls section.
            open input SEL-FILE
            if WS-FileStatus-STR = "00" or WS-FileStatus-STR = " "
                read SEL-FILE into SEL-Record
                    at end
                        continue
                    not at end
                        move SEL-Record to WS-OrigSel-STR
                end-read
                move rl-true to WS-OrigSelSeen-BOOL
                close SEL-FILE
            end-if

            open input RPL-FILE
            if WS-FileStatus-STR = "00" or WS-FileStatus-STR = " "
                read RPL-FILE into RPL-Record
                    at end
                        continue
                    not at end
                        move RPL-Record to WS-OrigRpl-STR
                end-read
                move rl-true to WS-OrigRplSeen-BOOL
                close RPL-FILE
            end-if
        .

        restore-controls section.
            open output SEL-FILE
            move WS-OrigSel-STR to SEL-Record
            if WS-OrigSelSeen-BOOL = rl-true
                write SEL-Record
            end-if
            close SEL-FILE

            open output RPL-FILE
            if WS-OrigRplSeen-BOOL = rl-true
                move WS-OrigRpl-STR to RPL-Record
            else
                move "CHECK" to RPL-Record
            end-if
            write RPL-Record
            close RPL-FILE
        .

        *> A checkpoint with any city short of DONE is a run that
        *> did not finish - each city is picked up by name after its
        *> last completed step, so a registry edited in between
        *> costs a changed city a full rerun and nothing worse. Only
        *> tonight's checkpoint is resumed: one left by an earlier
        *> night is set aside and the whole registry runs afresh, or
        *> a city that keeps failing would hold the rest back for
        *> good
        load-checkpoint section.
            move 0 to WS-EOF-BOOL
            open input CKP-FILE
            if WS-FileStatus-STR = "00" or WS-FileStatus-STR = " "
                perform until WS-EOF-BOOL = rl-true
                    or WS-CkpCount-NUM >= WS-RegMax-NUM
                    read CKP-FILE into CKP-Record
                        at end
                            move rl-true to WS-EOF-BOOL
                        not at end
                            if CKP-Record(31:1) is numeric
                                add 1 to WS-CkpCount-NUM
                                move CKP-Record(1:8)
                                    to WS-CkpDate-STR
                                move CKP-Record(10:20) to
                                    WS-CkpName-STR(WS-CkpCount-NUM)
                                move CKP-Record(31:1) to
                                    WS-CkpStep-NUM(WS-CkpCount-NUM)
                                move CKP-Record(33:8) to
                                    WS-CkpState-STR(WS-CkpCount-NUM)
                                if WS-CkpState-STR(WS-CkpCount-NUM)
                                    not = "DONE"
                                    move rl-true to WS-Resume-BOOL
                                end-if
                            end-if
                    end-read
                end-perform
                close CKP-FILE
            end-if

            if WS-Resume-BOOL = rl-true
                and WS-CkpDate-STR not = WS-RunDate-NUM
                move rl-false to WS-Resume-BOOL
                move rl-true to WS-CkpStale-BOOL
            end-if

            if WS-Resume-BOOL = rl-true
                perform varying WS-RegLoop-NUM from 1 by 1
                    until WS-RegLoop-NUM > WS-RegCount-NUM
                    perform varying WS-CkpLoop-NUM from 1 by 1
                        until WS-CkpLoop-NUM > WS-CkpCount-NUM
                        if WS-CkpName-STR(WS-CkpLoop-NUM)
                            = WS-RegName-STR(WS-RegLoop-NUM)
                            move WS-CkpStep-NUM(WS-CkpLoop-NUM)
                                to WS-RegStep-NUM(WS-RegLoop-NUM)
                            move WS-CkpState-STR(WS-CkpLoop-NUM)
                                to WS-RegState-STR(WS-RegLoop-NUM)
                        end-if
                    end-perform
                end-perform
            end-if
        .

        *> Rewritten whole after every step, so a run killed at any
        *> point leaves a checkpoint that says exactly how far it got
        write-checkpoint section.
            open output CKP-FILE
            perform varying WS-CkpLoop-NUM from 1 by 1
                until WS-CkpLoop-NUM > WS-RegCount-NUM
                move spaces to CKP-Record
                move WS-RunDate-NUM to CKP-Record(1:8)
                move WS-RegName-STR(WS-CkpLoop-NUM)
                    to CKP-Record(10:20)
                move WS-RegStep-NUM(WS-CkpLoop-NUM)
                    to CKP-Record(31:1)
                move WS-RegState-STR(WS-CkpLoop-NUM)
                    to CKP-Record(33:8)
                write CKP-Record
            end-perform
            close CKP-FILE
        .

        write-run-header section.
            move spaces to RUN-Record
            string
                "Nightly job stream  run date " delimited by size
                WS-RunDate-NUM delimited by size
                "  started " delimited by size
                WS-RunTime-NUM(1:6) delimited by size
                into RUN-Record
            end-string
            write RUN-Record

            move spaces to RUN-Record
            if WS-Resume-BOOL = rl-true
                string
                    "Resuming from the checkpoint of "
                        delimited by size
                    WS-CkpDate-STR delimited by size
                    into RUN-Record
                end-string
            else
                if WS-CkpStale-BOOL = rl-true
                    string
                        "Fresh run - unfinished checkpoint of "
                            delimited by size
                        WS-CkpDate-STR delimited by size
                        " set aside" delimited by size
                        into RUN-Record
                    end-string
                else
                    move "Fresh run - no unfinished checkpoint"
                        to RUN-Record
                end-if
            end-if
            write RUN-Record
            move spaces to RUN-Record
            write RUN-Record
        .

        *> One city's chain: preflight, replay in check mode,
        *> finance, landuse - picking up after the last step the
        *> checkpoint says completed, and stopping at the first step
        *> that hands back a bad return code
        run-city section.
            if WS-RegState-STR(WS-RegLoop-NUM) = "DONE"
                add 1 to WS-CitiesSkipped-NUM
                move spaces to RUN-Record
                string
                    "        " delimited by size
                    WS-RegPrefix-STR(WS-RegLoop-NUM)
                        delimited by size
                    " " delimited by size
                    WS-RegName-STR(WS-RegLoop-NUM)
                        delimited by size
                    " complete in an earlier run - skipped"
                        delimited by size
                    into RUN-Record
                end-string
                write RUN-Record
            else
                open output SEL-FILE
                move WS-RegName-STR(WS-RegLoop-NUM) to SEL-Record
                write SEL-Record
                close SEL-FILE

                move "PENDING" to WS-RegState-STR(WS-RegLoop-NUM)
                move rl-false to WS-ChainBroken-BOOL
                compute WS-Step-NUM =
                    WS-RegStep-NUM(WS-RegLoop-NUM) + 1
                perform until WS-Step-NUM > WS-StepCount-NUM
                    or WS-ChainBroken-BOOL = rl-true
                    perform run-step
                    add 1 to WS-Step-NUM
                end-perform

                if WS-ChainBroken-BOOL = rl-true
                    add 1 to WS-CitiesFailed-NUM
                else
                    move "DONE" to WS-RegState-STR(WS-RegLoop-NUM)
                    add 1 to WS-CitiesDone-NUM
                end-if
                perform write-checkpoint
            end-if
        .

        *> Each program is cancelled after its call so the next
        *> city gets it back with fresh working storage
        run-step section.
            move 0 to return-code
            evaluate WS-Step-NUM
                when 1
                    call "preflight" end-call
                    move return-code to WS-StepRc-NUM
                    cancel "preflight"
                when 2
                    open output RPL-FILE
                    move "CHECK" to RPL-Record
                    write RPL-Record
                    close RPL-FILE
                    move 0 to return-code
                    call "replay" end-call
                    move return-code to WS-StepRc-NUM
                    cancel "replay"
                when 3
                    call "finance" end-call
                    move return-code to WS-StepRc-NUM
                    cancel "finance"
                when 4
                    call "landuse" end-call
                    move return-code to WS-StepRc-NUM
                    cancel "landuse"
            end-evaluate
            move 0 to return-code
            add 1 to WS-StepsRun-NUM

            *> A warning-level code lets the chain go on; anything
            *> over it stops this city where it stands
            if WS-StepRc-NUM > 4
                move rl-true to WS-ChainBroken-BOOL
                move "FAILED" to WS-RegState-STR(WS-RegLoop-NUM)
            else
                move WS-Step-NUM to WS-RegStep-NUM(WS-RegLoop-NUM)
            end-if
            perform write-step-line
            perform write-checkpoint
        .

        write-step-line section.
            accept WS-StepTime-NUM from time
            move WS-StepRc-NUM to WS-RcEdit-STR
            move spaces to RUN-Record
            string
                WS-StepTime-NUM(1:6) delimited by size
                "  " delimited by size
                WS-RegPrefix-STR(WS-RegLoop-NUM) delimited by size
                " " delimited by size
                WS-RegName-STR(WS-RegLoop-NUM) delimited by size
                " " delimited by size
                WS-StepName-STR(WS-Step-NUM) delimited by size
                " rc" delimited by size
                WS-RcEdit-STR delimited by size
                into RUN-Record
            end-string
            if WS-ChainBroken-BOOL = rl-true
                move "FAILED - chain stopped" to RUN-Record(58:22)
            else
                move "ok" to RUN-Record(58:2)
            end-if
            write RUN-Record
        .

        write-run-totals section.
            accept WS-StepTime-NUM from time
            move spaces to RUN-Record
            write RUN-Record

            move WS-CitiesDone-NUM to WS-CountEdit-STR
            move WS-CitiesFailed-NUM to WS-Count2Edit-STR
            move spaces to RUN-Record
            string
                "Cities completed:" delimited by size
                WS-CountEdit-STR delimited by size
                "   failed:" delimited by size
                WS-Count2Edit-STR delimited by size
                into RUN-Record
            end-string
            move WS-CitiesSkipped-NUM to WS-CountEdit-STR
            string
                "   already complete:" delimited by size
                WS-CountEdit-STR delimited by size
                into RUN-Record(40:41)
            end-string
            write RUN-Record

            move WS-StepsRun-NUM to WS-RcEdit-STR
            move spaces to RUN-Record
            string
                "Steps run:" delimited by size
                WS-RcEdit-STR delimited by size
                "   ended " delimited by size
                WS-StepTime-NUM(1:6) delimited by size
                into RUN-Record
            end-string
            write RUN-Record

            move spaces to RUN-Record
            if WS-CitiesFailed-NUM = 0
                move "Verdict: PASS - every city's chain completed"
                    to RUN-Record
            else
                move "Verdict: FAIL - rerun resumes at the checkpoint"
                    to RUN-Record
            end-if
            write RUN-Record
        .

        *> One line per city: where its budget and bond book stand,
        *> how many people live there, how many of its objectives
        *> are met, and how its chain ended tonight
        write-portfolio section.
            open output PRT-FILE
            move spaces to PRT-Record
            string
                "Portfolio summary  run date " delimited by size
                WS-RunDate-NUM delimited by size
                into PRT-Record
            end-string
            write PRT-Record
            move spaces to PRT-Record
            write PRT-Record

            move spaces to PRT-Record
            move "City"        to PRT-Record(1:4)
            move "Balance"     to PRT-Record(24:7)
            move "Debt"        to PRT-Record(35:4)
            move "Pop"         to PRT-Record(44:3)
            move "Goals"       to PRT-Record(49:5)
            move "Chain"       to PRT-Record(57:5)
            write PRT-Record

            perform varying WS-RegLoop-NUM from 1 by 1
                until WS-RegLoop-NUM > WS-RegCount-NUM
                perform load-city-position
                perform write-portfolio-line
            end-perform

            move WS-TotalBalance-NUM to WS-TotalEdit-STR
            move WS-TotalDebt-NUM to WS-Total2Edit-STR
            move WS-TotalPop-NUM to WS-Total3Edit-STR
            move spaces to PRT-Record
            write PRT-Record
            move spaces to PRT-Record
            move "Portfolio" to PRT-Record(1:9)
            move WS-TotalEdit-STR to PRT-Record(23:8)
            move WS-Total2Edit-STR to PRT-Record(31:8)
            move WS-Total3Edit-STR to PRT-Record(39:8)
            write PRT-Record

            close PRT-FILE
        .

        write-portfolio-line section.
            move WS-Balance-NUM to WS-AmountEdit-STR
            move WS-Debt-NUM to WS-Amount2Edit-STR
            move WS-Population-NUM to WS-PopEdit-STR
            move WS-ObjMetCount-NUM to WS-CountEdit-STR
            move WS-ObjectiveCount-NUM to WS-Count2Edit-STR

            move spaces to PRT-Record
            if WS-RegName-STR(WS-RegLoop-NUM) = spaces
                move WS-RegPrefix-STR(WS-RegLoop-NUM)
                    to PRT-Record(1:20)
            else
                move WS-RegName-STR(WS-RegLoop-NUM)
                    to PRT-Record(1:20)
            end-if
            move WS-AmountEdit-STR to PRT-Record(25:6)
            move WS-Amount2Edit-STR to PRT-Record(33:6)
            move WS-PopEdit-STR to PRT-Record(41:6)
            string
                WS-CountEdit-STR delimited by size
                "/" delimited by size
                WS-Count2Edit-STR delimited by size
                into PRT-Record(49:5)
            end-string
            if WS-RegState-STR(WS-RegLoop-NUM) = "FAILED"
                string
                    "FAILED " delimited by size
                    WS-StepName-STR(
                        WS-RegStep-NUM(WS-RegLoop-NUM) + 1)
                        delimited by space
                    into PRT-Record(57:24)
                end-string
            else
                move WS-RegState-STR(WS-RegLoop-NUM)
                    to PRT-Record(57:8)
            end-if
            write PRT-Record

            add WS-Balance-NUM to WS-TotalBalance-NUM
            add WS-Debt-NUM to WS-TotalDebt-NUM
            add WS-Population-NUM to WS-TotalPop-NUM
        .

        *> One city's files, read straight - the budget save for
        *> balance and debt, the layout for the people living there
        *> and the standing counts, the objectives graded the way
        *> the game grades them against where the city stands now
        load-city-position section.
            move WS-RegPrefix-STR(WS-RegLoop-NUM) to WS-CityPrefix-STR
            move spaces to WS-BgtFile-STR
            move spaces to WS-SaveFile-STR
            move spaces to WS-GolFile-STR
            move spaces to WS-CatFile-STR
            string WS-CityPrefix-STR delimited by space
                "BGT.DAT" delimited by size
                into WS-BgtFile-STR
            end-string
            string WS-CityPrefix-STR delimited by space
                "SAVE.DAT" delimited by size
                into WS-SaveFile-STR
            end-string
            string WS-CityPrefix-STR delimited by space
                "GOL.DAT" delimited by size
                into WS-GolFile-STR
            end-string
            string WS-CityPrefix-STR delimited by space
                "CAT.DAT" delimited by size
                into WS-CatFile-STR
            end-string

            perform load-catalog

            move 0 to WS-Balance-NUM
            move 0 to WS-Debt-NUM
            open input BGT-FILE
            if WS-FileStatus-STR = "00" or WS-FileStatus-STR = " "
                read BGT-FILE into BGT-Record
                    at end
                        continue
                    not at end
                        if BGT-Record(1:6) is numeric
                            move BGT-Record(1:6) to WS-Balance-NUM
                        end-if
                        if BGT-Record(8:6) is numeric
                            move BGT-Record(8:6) to WS-Debt-NUM
                        end-if
                end-read
                close BGT-FILE
            end-if

            move 0 to WS-Population-NUM
            perform varying WS-CatLoop-NUM from 1 by 1
                until WS-CatLoop-NUM > WS-TileCatalogMax-NUM
                move 0 to WS-StandingCount-NUM(WS-CatLoop-NUM)
            end-perform
            move 0 to WS-EOF-BOOL
            open input SAVE-FILE
            if WS-FileStatus-STR = "00" or WS-FileStatus-STR = " "
                perform until WS-EOF-BOOL = rl-true
                    read SAVE-FILE into SAVE-Record
                        at end
                            move rl-true to WS-EOF-BOOL
                        not at end
                            perform tally-save-cell
                    end-read
                end-perform
                close SAVE-FILE
            end-if

            move 0 to WS-ObjectiveCount-NUM
            move 0 to WS-ObjMetCount-NUM
            move 0 to WS-EOF-BOOL
            open input GOL-FILE
            if WS-FileStatus-STR = "00" or WS-FileStatus-STR = " "
                perform until WS-EOF-BOOL = rl-true
                    or WS-ObjectiveCount-NUM >= 10
                    read GOL-FILE into GOL-Record
                        at end
                            move rl-true to WS-EOF-BOOL
                        not at end
                            perform grade-objective
                    end-read
                end-perform
                close GOL-FILE
            end-if
        .

        tally-save-cell section.
            if SAVE-Record(1:4) is numeric
                and SAVE-Record(9:3) is numeric
                move SAVE-Record(9:3) to WS-RestoreTile-NUM
                if WS-RestoreTile-NUM > 0
                    and WS-RestoreTile-NUM <= WS-TileCatalog-NUM
                    add 1 to WS-StandingCount-NUM(WS-RestoreTile-NUM)
                    if WS-RestoreTile-NUM = 2
                        and SAVE-Record(12:2) is numeric
                        add function numval(SAVE-Record(12:2))
                            to WS-Population-NUM
                    end-if
                end-if
            end-if
        .

        *> Same codes the game loads: MAXDEBT a ceiling on debt,
        *> MINBGT a floor under the balance - judged here on where
        *> they stand, not the session low the game remembers - and
        *> every other code a standing count for its catalog slot
        grade-objective section.
            if GOL-Record(1:7) = "MAXDEBT"
                if GOL-Record(9:6) is numeric
                    add 1 to WS-ObjectiveCount-NUM
                    move GOL-Record(9:6) to WS-GoalTarget-NUM
                    if WS-Debt-NUM <= WS-GoalTarget-NUM
                        add 1 to WS-ObjMetCount-NUM
                    end-if
                end-if
            else
                perform grade-count-objective
            end-if
        .

        grade-count-objective section.
            move GOL-Record(1:6) to WS-GoalCode-STR
            move 0 to WS-GoalSlot-NUM
            if WS-GoalCode-STR not = "MINBGT"
                perform find-goal-slot
            end-if
            if GOL-Record(8:6) is numeric
                and (WS-GoalSlot-NUM > 0
                    or WS-GoalCode-STR = "MINBGT")
                add 1 to WS-ObjectiveCount-NUM
                move GOL-Record(8:6) to WS-GoalTarget-NUM
                if WS-GoalSlot-NUM > 0
                    move WS-StandingCount-NUM(WS-GoalSlot-NUM)
                        to WS-GoalActual-NUM
                else
                    move WS-Balance-NUM to WS-GoalActual-NUM
                end-if
                if WS-GoalActual-NUM >= WS-GoalTarget-NUM
                    add 1 to WS-ObjMetCount-NUM
                end-if
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
