*>アクセス再認定の承認画面 APPLICATION_166_RECERT_STARTが開いた回(判定中の回)
*>について、部門長が自部門のオペレータごとに判定を入れる
*>  K = 継続(権限はそのまま)
*>  D = 権限の引き下げ(今の権限より低い1以上の権限を入れる)
*>  R = 取消(締めでIDを使えなくする)
*>部門長自身の行と部門長のいない部門の行は、本人以外の権限3のオペレータが判定する
*>(自分のIDを自分で再認定することはできない)
*>期限までは判定を入れ直せる。判定は1件ごとに再認定表(RecertReview.txt)へ
*>書き戻し、再認定監査ログ(RecertAudit.txt)とSESSION_LOGの"RECERT"で残す
*>判定の反映と未判定IDの停止は期限後のAPPLICATION_168_RECERT_CLOSEが行う
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_167_RECERT_APPROVE.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT RECERT_CYCLE_FILE
            ASSIGN TO "RecertCycle.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RECERT_CYCLE_STATUS.
        SELECT RECERT_REVIEW_FILE
            ASSIGN TO "RecertReview.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RECERT_REVIEW_STATUS.
        SELECT RECERT_AUDIT_FILE
            ASSIGN TO "RecertAudit.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RECERT_AUDIT_STATUS.
DATA DIVISION.
    FILE SECTION.
        FD RECERT_CYCLE_FILE.
        01 RECERT_CYCLE_RECORD.
            05 RCY_CYCLE PIC X(06).
            05 FILLER PIC X(01).
            05 RCY_START PIC 9(08).
            05 FILLER PIC X(01).
            05 RCY_DEADLINE PIC 9(08).
            05 FILLER PIC X(01).
            05 RCY_STATUS PIC X(01).
            05 FILLER PIC X(01).
            05 RCY_CLOSED PIC 9(08).
        FD RECERT_REVIEW_FILE.
        01 RECERT_REVIEW_RECORD.
            05 RVW_CYCLE PIC X(06).
            05 FILLER PIC X(01).
            05 RVW_OPERATOR PIC X(05).
            05 FILLER PIC X(01).
            05 RVW_NAME PIC X(10).
            05 FILLER PIC X(01).
            05 RVW_DEPT PIC X(03).
            05 FILLER PIC X(01).
            05 RVW_HEAD PIC X(05).
            05 FILLER PIC X(01).
            05 RVW_AUTHORITY PIC 9(01).
            05 FILLER PIC X(01).
            05 RVW_LAST_SIGNON PIC X(08).
            05 FILLER PIC X(01).
            05 RVW_DECISION PIC X(01).
            05 FILLER PIC X(01).
            05 RVW_NEW_AUTHORITY PIC 9(01).
            05 FILLER PIC X(01).
            05 RVW_DECIDED_BY PIC X(05).
            05 FILLER PIC X(01).
            05 RVW_DECIDED_DATE PIC X(08).
*>再認定監査ログ(日付 時刻 回 対象オペレータ 事象 判定者 旧権限 新権限)
        FD RECERT_AUDIT_FILE.
        01 RECERT_AUDIT_RECORD.
            05 RCA_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 RCA_TIME PIC 9(08).
            05 FILLER PIC X(01).
            05 RCA_CYCLE PIC X(06).
            05 FILLER PIC X(01).
            05 RCA_OPERATOR PIC X(05).
            05 FILLER PIC X(01).
            05 RCA_ACTION PIC X(10).
            05 FILLER PIC X(01).
            05 RCA_BY PIC X(05).
            05 FILLER PIC X(01).
            05 RCA_OLD_AUTHORITY PIC 9(01).
            05 FILLER PIC X(01).
            05 RCA_NEW_AUTHORITY PIC 9(01).
    WORKING-STORAGE SECTION.
        01 RECERT_CYCLE_STATUS PIC XX.
        01 RECERT_REVIEW_STATUS PIC XX.
        01 RECERT_AUDIT_STATUS PIC XX.
*>OPERATOR_SIGNONからの戻りエリア
        01 WK_SIGNON_AREA.
            05 WK_SO_OPERATOR PIC X(05).
            05 WK_SO_NAME PIC X(10).
            05 WK_SO_AUTHORITY PIC 9(01).
            05 WK_SO_RESULT PIC X(01).
        01 WK_SL_EVENT PIC X(10) VALUE "RECERT".
        01 WK_TODAY PIC 9(08).
*>判定中の回
        01 WK_CYCLE PIC X(06).
        01 WK_DEADLINE PIC 9(08).
*>再認定表(判定のたびに全行を書き戻す)
        01 REVIEW_TBL_MASTER.
            05 REVIEW_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 REVIEW_TBL OCCURS 0 TO 100
                DEPENDING ON REVIEW_TBL_SIZE
                INDEXED BY REVIEW_IDX.
                10 RVT_CYCLE PIC X(06).
                10 RVT_OPERATOR PIC X(05).
                10 RVT_NAME PIC X(10).
                10 RVT_DEPT PIC X(03).
                10 RVT_HEAD PIC X(05).
                10 RVT_AUTHORITY PIC 9(01).
                10 RVT_LAST_SIGNON PIC X(08).
                10 RVT_DECISION PIC X(01).
                10 RVT_NEW_AUTHORITY PIC 9(01).
                10 RVT_DECIDED_BY PIC X(05).
                10 RVT_DECIDED_DATE PIC X(08).
*>この判定者が判定できる行(再認定表の行番号)
        01 MINE_TBL_MASTER.
            05 MINE_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 MINE_TBL OCCURS 0 TO 100
                DEPENDING ON MINE_TBL_SIZE
                INDEXED BY MINE_IDX.
                10 MNE_ROW PIC 9(03).
        01 WK_ROW PIC 9(03).
        01 WK_PENDING_CNT PIC 9(03).
        01 WK_DECIDED_CNT PIC 9(03) VALUE ZERO.
        01 WK_DECISION_TEXT PIC X(12).
        01 WK_SIGNON_TEXT PIC X(08).
        01 CONSOLE_LINE PIC X(03).
        01 CONSOLE_DECISION PIC X(01).
        01 CONSOLE_AUTHORITY PIC X(01).
        01 WK_NEW_AUTHORITY PIC 9(01).
PROCEDURE DIVISION.
    MAIN_PROCEDURE.
    INITIALIZE_PART.
        CALL "OPERATOR_SIGNON" USING WK_SO_OPERATOR WK_SO_NAME
            WK_SO_AUTHORITY WK_SO_RESULT.
        IF WK_SO_RESULT NOT = "Y"
            THEN
                DISPLAY "SIGN-ON FAILED. PROGRAM ENDS."
                GOBACK
        END-IF.
        CALL "BUSINESS_DATE" USING WK_TODAY.
        PERFORM LOAD_CYCLE_PROC.
        IF WK_CYCLE = SPACE
            THEN
                DISPLAY "NO ACCESS RECERTIFICATION IS OPEN."
                GOBACK
        END-IF.
        IF WK_TODAY > WK_DEADLINE
            THEN
                DISPLAY "RECERTIFICATION " WK_CYCLE " DEADLINE "
                    WK_DEADLINE " HAS PASSED. DECISIONS ARE CLOSED."
                GOBACK
        END-IF.
        PERFORM LOAD_REVIEW_PROC.
        PERFORM SELECT_MINE_PROC.
        IF MINE_TBL_SIZE = ZERO
            THEN
                DISPLAY "NO OPERATORS FOR YOU TO RECERTIFY IN "
                    WK_CYCLE "."
                GOBACK
        END-IF.
    EXEC_INPUT_PROC.
        PERFORM SHOW_LIST_PROC.
        DISPLAY "LINE NO (000=END) >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_LINE FROM CONSOLE.
        IF CONSOLE_LINE IS NOT NUMERIC
            THEN
                DISPLAY "LINE NO MUST BE 3 DIGITS."
                GO TO EXEC_INPUT_PROC
        END-IF.
        IF CONSOLE_LINE = "000"
            THEN
                DISPLAY "RECERTIFICATION SESSION END. DECIDED: "
                    WK_DECIDED_CNT " STILL PENDING: " WK_PENDING_CNT
                GOBACK
        END-IF.
        MOVE CONSOLE_LINE TO WK_ROW.
        IF WK_ROW > MINE_TBL_SIZE
            THEN
                DISPLAY "LINE NO OUT OF RANGE."
                GO TO EXEC_INPUT_PROC
        END-IF.
        SET MINE_IDX TO WK_ROW.
        SET REVIEW_IDX TO MNE_ROW(MINE_IDX).
        PERFORM DECIDE_ONE_PROC.
        GO TO EXEC_INPUT_PROC.
*>判定中の回の読み込み(状態"O"の回)
    LOAD_CYCLE_PROC.
        MOVE SPACE TO WK_CYCLE.
        OPEN INPUT RECERT_CYCLE_FILE.
        IF RECERT_CYCLE_STATUS NOT = "00"
            THEN
                EXIT PARAGRAPH
        END-IF.
        PERFORM UNTIL RECERT_CYCLE_STATUS NOT = "00"
            READ RECERT_CYCLE_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF RCY_STATUS = "O"
                        THEN
                            MOVE RCY_CYCLE TO WK_CYCLE
                            MOVE RCY_DEADLINE TO WK_DEADLINE
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE RECERT_CYCLE_FILE.
        EXIT.
*>この判定者の行を選ぶ(自部門の行。権限3なら部門長のいない行も。
*>自分自身の行は選ばない)
    SELECT_MINE_PROC.
        MOVE ZERO TO MINE_TBL_SIZE.
        PERFORM VARYING REVIEW_IDX FROM 1 BY 1
                UNTIL REVIEW_IDX > REVIEW_TBL_SIZE
            IF RVT_CYCLE(REVIEW_IDX) = WK_CYCLE
                    AND RVT_OPERATOR(REVIEW_IDX) NOT = WK_SO_OPERATOR
                    AND (RVT_HEAD(REVIEW_IDX) = WK_SO_OPERATOR
                        OR (RVT_HEAD(REVIEW_IDX) = SPACE
                            AND WK_SO_AUTHORITY = 3))
                THEN
                    ADD 1 TO MINE_TBL_SIZE
                    SET MINE_IDX TO MINE_TBL_SIZE
                    SET MNE_ROW(MINE_IDX) TO REVIEW_IDX
            END-IF
        END-PERFORM.
        EXIT.
*>判定する行の一覧(入れた判定も出す)
    SHOW_LIST_PROC.
        MOVE ZERO TO WK_PENDING_CNT.
        DISPLAY " ".
        DISPLAY "*** ACCESS RECERTIFICATION " WK_CYCLE
            "  DEADLINE " WK_DEADLINE " ***".
        DISPLAY "LN  OPER  NAME       DEPT AUTH LAST-ON  DECISION".
        PERFORM VARYING MINE_IDX FROM 1 BY 1
                UNTIL MINE_IDX > MINE_TBL_SIZE
            SET REVIEW_IDX TO MNE_ROW(MINE_IDX)
            SET WK_ROW TO MINE_IDX
            EVALUATE RVT_DECISION(REVIEW_IDX)
                WHEN "K"
                    MOVE "KEEP" TO WK_DECISION_TEXT
                WHEN "D"
                    MOVE SPACE TO WK_DECISION_TEXT
                    STRING "DOWNGRADE->" RVT_NEW_AUTHORITY(REVIEW_IDX)
                        DELIMITED BY SIZE INTO WK_DECISION_TEXT
                WHEN "R"
                    MOVE "REVOKE" TO WK_DECISION_TEXT
                WHEN OTHER
                    MOVE "(PENDING)" TO WK_DECISION_TEXT
                    ADD 1 TO WK_PENDING_CNT
            END-EVALUATE
            MOVE RVT_LAST_SIGNON(REVIEW_IDX) TO WK_SIGNON_TEXT
            IF WK_SIGNON_TEXT = SPACE
                THEN
                    MOVE "NEVER" TO WK_SIGNON_TEXT
            END-IF
            DISPLAY WK_ROW " " RVT_OPERATOR(REVIEW_IDX) " "
                RVT_NAME(REVIEW_IDX) " " RVT_DEPT(REVIEW_IDX) "  "
                RVT_AUTHORITY(REVIEW_IDX) "    " WK_SIGNON_TEXT " "
                WK_DECISION_TEXT
        END-PERFORM.
        EXIT.
*>1件分の判定(引き下げは今より低い1以上の権限。権限1の引き下げは取消で行う)
    DECIDE_ONE_PROC.
        DISPLAY RVT_OPERATOR(REVIEW_IDX) " " RVT_NAME(REVIEW_IDX)
            " AUTHORITY " RVT_AUTHORITY(REVIEW_IDX).
        DISPLAY "DECISION K=KEEP D=DOWNGRADE R=REVOKE >>"
            WITH NO ADVANCING.
        ACCEPT CONSOLE_DECISION FROM CONSOLE.
        MOVE RVT_AUTHORITY(REVIEW_IDX) TO WK_NEW_AUTHORITY.
        EVALUATE CONSOLE_DECISION
            WHEN "K"
                CONTINUE
            WHEN "R"
                MOVE ZERO TO WK_NEW_AUTHORITY
            WHEN "D"
                IF RVT_AUTHORITY(REVIEW_IDX) NOT > 1
                    THEN
                        DISPLAY "AUTHORITY 1 CANNOT BE DOWNGRADED."
                            " USE R TO REVOKE."
                        EXIT PARAGRAPH
                END-IF
                DISPLAY "NEW AUTHORITY (1-"
                    RVT_AUTHORITY(REVIEW_IDX) ") >>" WITH NO ADVANCING
                ACCEPT CONSOLE_AUTHORITY FROM CONSOLE
                IF CONSOLE_AUTHORITY IS NOT NUMERIC
                    THEN
                        DISPLAY "AUTHORITY MUST BE 1 DIGIT."
                        EXIT PARAGRAPH
                END-IF
                MOVE CONSOLE_AUTHORITY TO WK_NEW_AUTHORITY
                IF WK_NEW_AUTHORITY < 1
                        OR WK_NEW_AUTHORITY NOT < RVT_AUTHORITY(REVIEW_IDX)
                    THEN
                        DISPLAY "NEW AUTHORITY MUST BE LOWER THAN "
                            RVT_AUTHORITY(REVIEW_IDX) " AND AT LEAST 1."
                        EXIT PARAGRAPH
                END-IF
            WHEN OTHER
                DISPLAY "DECISION MUST BE K, D OR R."
                EXIT PARAGRAPH
        END-EVALUATE.
        MOVE CONSOLE_DECISION TO RVT_DECISION(REVIEW_IDX).
        MOVE WK_NEW_AUTHORITY TO RVT_NEW_AUTHORITY(REVIEW_IDX).
        MOVE WK_SO_OPERATOR TO RVT_DECIDED_BY(REVIEW_IDX).
        MOVE WK_TODAY TO RVT_DECIDED_DATE(REVIEW_IDX).
        PERFORM SAVE_REVIEW_PROC.
        PERFORM WRITE_AUDIT_PROC.
        CALL "SESSION_LOG" USING WK_SO_OPERATOR WK_SL_EVENT.
        ADD 1 TO WK_DECIDED_CNT.
        DISPLAY "RECORDED: " RVT_OPERATOR(REVIEW_IDX) " DECISION "
            RVT_DECISION(REVIEW_IDX).
        EXIT.
*>判定の監査ログへの追記
    WRITE_AUDIT_PROC.
        OPEN EXTEND RECERT_AUDIT_FILE.
        IF RECERT_AUDIT_STATUS NOT = "00"
            THEN
                OPEN OUTPUT RECERT_AUDIT_FILE
        END-IF.
        MOVE SPACE TO RECERT_AUDIT_RECORD.
        ACCEPT RCA_DATE FROM DATE YYYYMMDD.
        ACCEPT RCA_TIME FROM TIME.
        MOVE WK_CYCLE TO RCA_CYCLE.
        MOVE RVT_OPERATOR(REVIEW_IDX) TO RCA_OPERATOR.
        EVALUATE RVT_DECISION(REVIEW_IDX)
            WHEN "K"
                MOVE "KEEP" TO RCA_ACTION
            WHEN "D"
                MOVE "DOWNGRADE" TO RCA_ACTION
            WHEN OTHER
                MOVE "REVOKE" TO RCA_ACTION
        END-EVALUATE.
        MOVE WK_SO_OPERATOR TO RCA_BY.
        MOVE RVT_AUTHORITY(REVIEW_IDX) TO RCA_OLD_AUTHORITY.
        MOVE RVT_NEW_AUTHORITY(REVIEW_IDX) TO RCA_NEW_AUTHORITY.
        WRITE RECERT_AUDIT_RECORD.
        CLOSE RECERT_AUDIT_FILE.
        EXIT.
*>再認定表の読み込みと書き戻し
    LOAD_REVIEW_PROC.
        MOVE ZERO TO REVIEW_TBL_SIZE.
        OPEN INPUT RECERT_REVIEW_FILE.
        IF RECERT_REVIEW_STATUS NOT = "00"
            THEN
                DISPLAY "RECERTIFICATION REVIEW FILE NOT FOUND."
                GOBACK
        END-IF.
        PERFORM UNTIL RECERT_REVIEW_STATUS NOT = "00"
            MOVE SPACE TO RECERT_REVIEW_RECORD
            READ RECERT_REVIEW_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF REVIEW_TBL_SIZE < 100
                        THEN
                            ADD 1 TO REVIEW_TBL_SIZE
                            SET REVIEW_IDX TO REVIEW_TBL_SIZE
                            MOVE RVW_CYCLE TO RVT_CYCLE(REVIEW_IDX)
                            MOVE RVW_OPERATOR TO RVT_OPERATOR(REVIEW_IDX)
                            MOVE RVW_NAME TO RVT_NAME(REVIEW_IDX)
                            MOVE RVW_DEPT TO RVT_DEPT(REVIEW_IDX)
                            MOVE RVW_HEAD TO RVT_HEAD(REVIEW_IDX)
                            MOVE RVW_AUTHORITY TO RVT_AUTHORITY(REVIEW_IDX)
                            MOVE RVW_LAST_SIGNON
                                TO RVT_LAST_SIGNON(REVIEW_IDX)
                            MOVE RVW_DECISION TO RVT_DECISION(REVIEW_IDX)
                            MOVE RVW_NEW_AUTHORITY
                                TO RVT_NEW_AUTHORITY(REVIEW_IDX)
                            MOVE RVW_DECIDED_BY
                                TO RVT_DECIDED_BY(REVIEW_IDX)
                            MOVE RVW_DECIDED_DATE
                                TO RVT_DECIDED_DATE(REVIEW_IDX)
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE RECERT_REVIEW_FILE.
        EXIT.
    SAVE_REVIEW_PROC.
        OPEN OUTPUT RECERT_REVIEW_FILE.
        PERFORM VARYING WK_ROW FROM 1 BY 1
                UNTIL WK_ROW > REVIEW_TBL_SIZE
            MOVE SPACE TO RECERT_REVIEW_RECORD
            MOVE RVT_CYCLE(WK_ROW) TO RVW_CYCLE
            MOVE RVT_OPERATOR(WK_ROW) TO RVW_OPERATOR
            MOVE RVT_NAME(WK_ROW) TO RVW_NAME
            MOVE RVT_DEPT(WK_ROW) TO RVW_DEPT
            MOVE RVT_HEAD(WK_ROW) TO RVW_HEAD
            MOVE RVT_AUTHORITY(WK_ROW) TO RVW_AUTHORITY
            MOVE RVT_LAST_SIGNON(WK_ROW) TO RVW_LAST_SIGNON
            MOVE RVT_DECISION(WK_ROW) TO RVW_DECISION
            MOVE RVT_NEW_AUTHORITY(WK_ROW) TO RVW_NEW_AUTHORITY
            MOVE RVT_DECIDED_BY(WK_ROW) TO RVW_DECIDED_BY
            MOVE RVT_DECIDED_DATE(WK_ROW) TO RVW_DECIDED_DATE
            WRITE RECERT_REVIEW_RECORD
        END-PERFORM.
        CLOSE RECERT_REVIEW_FILE.
        EXIT.
*>RecertAudit.txtの1行 = 日付(8) 時刻(8) 回(6) 対象オペレータ(5) 事象(10)
*>判定者(5) 旧権限(1) 新権限(1:取消は0)。項目の間は空白1桁
*>事象 KEEP/DOWNGRADE/REVOKE(この画面の判定) KEPT/DOWNGRADED/REVOKED/SUSPENDED
*>(APPLICATION_168の反映) REINSTATE(APPLICATION_102での停止からの復帰)
*>メインメニュー(APPLICATION_165_MAIN_MENU)からCALLされるため、終了はSTOP RUNではなく
*>GOBACKでメニューへ戻る(単独で起動したときはSTOP RUNと同じ)
