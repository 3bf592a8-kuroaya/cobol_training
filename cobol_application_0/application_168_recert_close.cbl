*>アクセス再認定の締め APPLICATION_166_RECERT_STARTが開いた回の判定期限を
*>過ぎてから流し、承認画面(APPLICATION_167_RECERT_APPROVE)で入った判定を反映する
*>  K = 継続        何も変えない
*>  D = 引き下げ    オペレータマスタ(OperatorMaster.txt)の権限を書き換える
*>  R = 取消        パスワードファイル(OperatorPassword.txt)のロックを"R"にする
*>  判定なし        期限までに判定が無かったIDはロックを"S"(停止)にする
*>(パスワードの行が無いIDは行を作ってロックする。OPERATOR_SIGNONは"R"・"S"の
*>IDを入れない。停止はAPPLICATION_102_OP_UNLOCKで復帰できるが取消は戻さない)
*>反映した結果はオペレータごとに再認定監査ログ(RecertAudit.txt)へ追記し、
*>結果表(RecertResult.txt。スプール台帳へ登録)に印字して、回を締める(状態"C")
*>判定中の回が無い・期限前の場合は何もせずに終わる(RC=4)
*>停止したIDがある場合もRC=4(部門長への督促と停止の確認のため)
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_168_RECERT_CLOSE.
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
        SELECT OPERATOR_MASTER_FILE
            ASSIGN TO "OperatorMaster.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS OPERATOR_MASTER_STATUS.
        SELECT OPERATOR_PASSWORD_FILE
            ASSIGN TO "OperatorPassword.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS OPERATOR_PASSWORD_STATUS.
        SELECT PRINT_FILE
            ASSIGN TO "RecertResult.txt"
            ORGANIZATION IS LINE SEQUENTIAL.
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
*>オペレータマスタは行のまま持ち、権限(16桁目)だけを書き換える
        FD OPERATOR_MASTER_FILE.
        01 OPERATOR_MASTER_RECORD PIC X(80).
        FD OPERATOR_PASSWORD_FILE.
        01 OPERATOR_PASSWORD_RECORD.
            05 OPW_CODE PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 OPW_SCRAMBLED PIC X(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 OPW_LAST_CHANGE PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 OPW_FAIL_CNT PIC 9(01).
            05 FILLER PIC X(01) VALUE SPACE.
            05 OPW_LOCK PIC X(01).
            05 FILLER PIC X(01) VALUE SPACE.
            05 OPW_FORCE_CHANGE PIC X(01).
        FD PRINT_FILE.
        01 PRINT_RECORD PIC X(80).
    WORKING-STORAGE SECTION.
        01 RECERT_CYCLE_STATUS PIC XX.
        01 RECERT_REVIEW_STATUS PIC XX.
        01 RECERT_AUDIT_STATUS PIC XX.
        01 OPERATOR_MASTER_STATUS PIC XX.
        01 OPERATOR_PASSWORD_STATUS PIC XX.
        01 WK_TODAY PIC 9(08).
*>再認定の回(締めで状態を書き換えて全行を書き戻す)
        01 CYCLE_TBL_MASTER.
            05 CYCLE_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 CYCLE_TBL OCCURS 0 TO 200
                DEPENDING ON CYCLE_TBL_SIZE
                INDEXED BY CYCLE_IDX.
                10 CYT_CYCLE PIC X(06).
                10 CYT_START PIC 9(08).
                10 CYT_DEADLINE PIC 9(08).
                10 CYT_STATUS PIC X(01).
                10 CYT_CLOSED PIC 9(08).
        01 WK_OPEN_SUB PIC 9(03) VALUE ZERO.
        01 WK_CYCLE PIC X(06).
        01 WK_DEADLINE PIC 9(08).
*>オペレータマスタ(行のまま)
        01 MASTER_TBL_MASTER.
            05 MASTER_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 MASTER_TBL OCCURS 0 TO 100
                DEPENDING ON MASTER_TBL_SIZE
                INDEXED BY MASTER_IDX.
                10 MST_LINE PIC X(80).
*>パスワードテーブル
        01 PWD_TBL_MASTER.
            05 PWD_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 PWD_TBL OCCURS 0 TO 100
                DEPENDING ON PWD_TBL_SIZE
                INDEXED BY PWD_IDX.
                10 PWT_CODE PIC X(05).
                10 PWT_SCRAMBLED PIC X(08).
                10 PWT_LAST_CHANGE PIC 9(08).
                10 PWT_FAIL_CNT PIC 9(01).
                10 PWT_LOCK PIC X(01).
                10 PWT_FORCE_CHANGE PIC X(01).
        01 WK_SUB PIC 9(03).
        01 WK_LOCK PIC X(01).
        01 WK_MASTER_SW PIC X(01).
        01 WK_MASTER_CHANGED PIC X(01) VALUE "N".
        01 WK_PWD_CHANGED PIC X(01) VALUE "N".
        01 WK_REVIEW_CNT PIC 9(03) VALUE ZERO.
        01 WK_KEPT_CNT PIC 9(03) VALUE ZERO.
        01 WK_DOWN_CNT PIC 9(03) VALUE ZERO.
        01 WK_REVOKE_CNT PIC 9(03) VALUE ZERO.
        01 WK_SUSPEND_CNT PIC 9(03) VALUE ZERO.
        01 WK_MISSING_CNT PIC 9(03) VALUE ZERO.
*>スプール台帳への登録用
        01 WK_SC_DOC_NAME PIC X(30) VALUE "RecertResult.txt".
*>帳票行(見出し/明細見出し/明細/件数)
        01 RCR_TITLE_LINE.
            05 PIC X(40) VALUE
                "*** ACCESS RECERTIFICATION RESULT *** ".
            05 RCR_CYCLE PIC X(06).
            05 PIC X(11) VALUE "  DEADLINE ".
            05 RCR_DEADLINE PIC 9(08).
            05 PIC X(07) VALUE "  RUN ".
            05 RCR_TODAY PIC 9(08).
        01 RCR_HEADING_LINE.
            05 PIC X(80) VALUE
            "OPERATOR NAME       DEPT AUTH RESULT      NEW BY    DECIDED".
        01 RCR_DETAIL_LINE.
            05 RCR_OPERATOR PIC X(05).
            05 PIC X(04) VALUE SPACE.
            05 RCR_NAME PIC X(10).
            05 PIC X(01) VALUE SPACE.
            05 RCR_DEPT PIC X(03).
            05 PIC X(03) VALUE SPACE.
            05 RCR_AUTHORITY PIC 9(01).
            05 PIC X(03) VALUE SPACE.
            05 RCR_RESULT PIC X(13).
            05 RCR_NEW_AUTHORITY PIC X(01).
            05 PIC X(02) VALUE SPACE.
            05 RCR_DECIDED_BY PIC X(05).
            05 PIC X(01) VALUE SPACE.
            05 RCR_DECIDED_DATE PIC X(08).
            05 PIC X(20) VALUE SPACE.
        01 RCR_TOTAL_LINE.
            05 PIC X(06) VALUE "KEPT:".
            05 RCR_KEPT_CNT PIC ZZ9.
            05 PIC X(14) VALUE "  DOWNGRADED:".
            05 RCR_DOWN_CNT PIC ZZ9.
            05 PIC X(11) VALUE "  REVOKED:".
            05 RCR_REVOKE_CNT PIC ZZ9.
            05 PIC X(13) VALUE "  SUSPENDED:".
            05 RCR_SUSPEND_CNT PIC ZZ9.
            05 PIC X(17) VALUE "  NOT ON MASTER:".
            05 RCR_MISSING_CNT PIC ZZ9.
            05 PIC X(04) VALUE SPACE.
PROCEDURE DIVISION.
    RECERT_CLOSE_RTN SECTION.
    *>初期処理(判定中の回と期限の検査、オペレータマスタ・パスワードの読み込み)
        CALL "BUSINESS_DATE" USING WK_TODAY.
        PERFORM LOAD_CYCLE_RTN.
        IF WK_OPEN_SUB = ZERO
            THEN
                DISPLAY "NO ACCESS RECERTIFICATION IS OPEN."
                MOVE 4 TO RETURN-CODE
                STOP RUN
        END-IF.
        IF WK_TODAY NOT > WK_DEADLINE
            THEN
                DISPLAY "RECERTIFICATION " WK_CYCLE " DEADLINE "
                    WK_DEADLINE " NOT YET PASSED. NOTHING CLOSED."
                MOVE 4 TO RETURN-CODE
                STOP RUN
        END-IF.
        PERFORM LOAD_MASTER_RTN.
        PERFORM LOAD_PASSWORD_RTN.
        OPEN INPUT RECERT_REVIEW_FILE.
        IF RECERT_REVIEW_STATUS NOT = "00"
            THEN
                DISPLAY "RECERTIFICATION REVIEW FILE NOT FOUND."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
        OPEN EXTEND RECERT_AUDIT_FILE.
        IF RECERT_AUDIT_STATUS NOT = "00"
            THEN
                OPEN OUTPUT RECERT_AUDIT_FILE
        END-IF.
        OPEN OUTPUT PRINT_FILE.
        MOVE WK_CYCLE TO RCR_CYCLE.
        MOVE WK_DEADLINE TO RCR_DEADLINE.
        MOVE WK_TODAY TO RCR_TODAY.
        WRITE PRINT_RECORD FROM RCR_TITLE_LINE AFTER PAGE.
        WRITE PRINT_RECORD FROM RCR_HEADING_LINE AFTER 2 LINE.
    *>主処理(再認定表の1行ごとに判定を反映する)
        PERFORM UNTIL RECERT_REVIEW_STATUS NOT = "00"
            MOVE SPACE TO RECERT_REVIEW_RECORD
            READ RECERT_REVIEW_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF RVW_CYCLE = WK_CYCLE
                        THEN
                            PERFORM APPLY_RTN
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE RECERT_REVIEW_FILE.
    *>終了処理(マスタ・パスワードの書き戻し、回の締め、結果表の登録)
        IF WK_MASTER_CHANGED = "Y"
            THEN
                PERFORM SAVE_MASTER_RTN
        END-IF.
        IF WK_PWD_CHANGED = "Y"
            THEN
                PERFORM SAVE_PASSWORD_RTN
        END-IF.
        MOVE "C" TO CYT_STATUS(WK_OPEN_SUB).
        MOVE WK_TODAY TO CYT_CLOSED(WK_OPEN_SUB).
        PERFORM SAVE_CYCLE_RTN.
        CLOSE RECERT_AUDIT_FILE.
        MOVE WK_KEPT_CNT TO RCR_KEPT_CNT.
        MOVE WK_DOWN_CNT TO RCR_DOWN_CNT.
        MOVE WK_REVOKE_CNT TO RCR_REVOKE_CNT.
        MOVE WK_SUSPEND_CNT TO RCR_SUSPEND_CNT.
        MOVE WK_MISSING_CNT TO RCR_MISSING_CNT.
        WRITE PRINT_RECORD FROM RCR_TOTAL_LINE AFTER 2 LINE.
        CLOSE PRINT_FILE.
        CALL "SPOOL_CATALOG" USING WK_SC_DOC_NAME.
        DISPLAY "RECERTIFICATION " WK_CYCLE " CLOSED. REVIEWED:"
            WK_REVIEW_CNT " SUSPENDED:" WK_SUSPEND_CNT.
        IF WK_SUSPEND_CNT > ZERO
            THEN
                MOVE 4 TO RETURN-CODE
        END-IF.
        STOP RUN.
    RECERT_CLOSE_EXIT.
    *>1.判定中の回の読み込み(全行を持ち、状態"O"の行を覚える)
    LOAD_CYCLE_RTN SECTION.
        OPEN INPUT RECERT_CYCLE_FILE.
        IF RECERT_CYCLE_STATUS NOT = "00"
            THEN
                GO TO LOAD_CYCLE_EXIT
        END-IF.
        PERFORM UNTIL RECERT_CYCLE_STATUS NOT = "00"
            READ RECERT_CYCLE_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF CYCLE_TBL_SIZE < 200
                        THEN
                            ADD 1 TO CYCLE_TBL_SIZE
                            SET CYCLE_IDX TO CYCLE_TBL_SIZE
                            MOVE RCY_CYCLE TO CYT_CYCLE(CYCLE_IDX)
                            MOVE RCY_START TO CYT_START(CYCLE_IDX)
                            MOVE RCY_DEADLINE TO CYT_DEADLINE(CYCLE_IDX)
                            MOVE RCY_STATUS TO CYT_STATUS(CYCLE_IDX)
                            MOVE RCY_CLOSED TO CYT_CLOSED(CYCLE_IDX)
                            IF RCY_STATUS = "O"
                                THEN
                                    MOVE CYCLE_TBL_SIZE TO WK_OPEN_SUB
                                    MOVE RCY_CYCLE TO WK_CYCLE
                                    MOVE RCY_DEADLINE TO WK_DEADLINE
                            END-IF
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE RECERT_CYCLE_FILE.
    LOAD_CYCLE_EXIT.
    *>2.1オペレータ分の反映(監査ログへ追記し、結果表に1行出す)
    APPLY_RTN SECTION.
        ADD 1 TO WK_REVIEW_CNT.
        MOVE SPACE TO RCR_DETAIL_LINE.
        MOVE RVW_OPERATOR TO RCR_OPERATOR.
        MOVE RVW_NAME TO RCR_NAME.
        MOVE RVW_DEPT TO RCR_DEPT.
        MOVE RVW_AUTHORITY TO RCR_AUTHORITY.
        MOVE RVW_DECIDED_BY TO RCR_DECIDED_BY.
        MOVE RVW_DECIDED_DATE TO RCR_DECIDED_DATE.
        MOVE SPACE TO RECERT_AUDIT_RECORD.
        ACCEPT RCA_DATE FROM DATE YYYYMMDD.
        ACCEPT RCA_TIME FROM TIME.
        MOVE WK_CYCLE TO RCA_CYCLE.
        MOVE RVW_OPERATOR TO RCA_OPERATOR.
        MOVE RVW_DECIDED_BY TO RCA_BY.
        MOVE RVW_AUTHORITY TO RCA_OLD_AUTHORITY RCA_NEW_AUTHORITY.
*>その後マスタから外されたIDは反映しない
        MOVE "N" TO WK_MASTER_SW.
        SET MASTER_IDX TO 1.
        SEARCH MASTER_TBL
            AT END
                CONTINUE
            WHEN MST_LINE(MASTER_IDX)(1:5) = RVW_OPERATOR
                MOVE "Y" TO WK_MASTER_SW
        END-SEARCH.
        IF WK_MASTER_SW NOT = "Y"
            THEN
                ADD 1 TO WK_MISSING_CNT
                MOVE "NOT ON MASTER" TO RCR_RESULT
                WRITE PRINT_RECORD FROM RCR_DETAIL_LINE AFTER 1 LINE
                GO TO APPLY_EXIT
        END-IF.
        EVALUATE RVW_DECISION
            WHEN "K"
                ADD 1 TO WK_KEPT_CNT
                MOVE "KEPT" TO RCR_RESULT RCA_ACTION
            WHEN "D"
                ADD 1 TO WK_DOWN_CNT
                MOVE "DOWNGRADED" TO RCR_RESULT RCA_ACTION
                MOVE RVW_NEW_AUTHORITY TO RCR_NEW_AUTHORITY
                    RCA_NEW_AUTHORITY
                MOVE RVW_NEW_AUTHORITY TO MST_LINE(MASTER_IDX)(16:1)
                MOVE "Y" TO WK_MASTER_CHANGED
            WHEN "R"
                ADD 1 TO WK_REVOKE_CNT
                MOVE "REVOKED" TO RCR_RESULT RCA_ACTION
                MOVE "0" TO RCR_NEW_AUTHORITY
                MOVE ZERO TO RCA_NEW_AUTHORITY
                MOVE "R" TO WK_LOCK
                PERFORM LOCK_RTN
            WHEN OTHER
                ADD 1 TO WK_SUSPEND_CNT
                MOVE "SUSPENDED" TO RCR_RESULT RCA_ACTION
                MOVE "AUTO" TO RCA_BY
                MOVE ZERO TO RCA_NEW_AUTHORITY
                MOVE "S" TO WK_LOCK
                PERFORM LOCK_RTN
        END-EVALUATE.
        WRITE RECERT_AUDIT_RECORD.
        WRITE PRINT_RECORD FROM RCR_DETAIL_LINE AFTER 1 LINE.
    APPLY_EXIT.
    *>2-1.パスワード行のロック(行が無ければ作る。取消済みのIDは停止で上書きしない)
    LOCK_RTN SECTION.
        SET PWD_IDX TO 1.
        SEARCH PWD_TBL
            AT END
                IF PWD_TBL_SIZE >= 100
                    THEN
                        DISPLAY "PASSWORD FILE FULL. " RVW_OPERATOR
                            " NOT LOCKED."
                        GO TO LOCK_EXIT
                END-IF
                ADD 1 TO PWD_TBL_SIZE
                SET PWD_IDX TO PWD_TBL_SIZE
                MOVE RVW_OPERATOR TO PWT_CODE(PWD_IDX)
                MOVE SPACE TO PWT_SCRAMBLED(PWD_IDX)
                MOVE WK_TODAY TO PWT_LAST_CHANGE(PWD_IDX)
                MOVE ZERO TO PWT_FAIL_CNT(PWD_IDX)
                MOVE SPACE TO PWT_LOCK(PWD_IDX)
                MOVE "1" TO PWT_FORCE_CHANGE(PWD_IDX)
            WHEN PWT_CODE(PWD_IDX) = RVW_OPERATOR
                CONTINUE
        END-SEARCH.
        IF PWT_LOCK(PWD_IDX) = "R"
            THEN
                GO TO LOCK_EXIT
        END-IF.
        MOVE WK_LOCK TO PWT_LOCK(PWD_IDX).
        MOVE "Y" TO WK_PWD_CHANGED.
    LOCK_EXIT.
    *>3.オペレータマスタの読み込みと書き戻し
    LOAD_MASTER_RTN SECTION.
        OPEN INPUT OPERATOR_MASTER_FILE.
        IF OPERATOR_MASTER_STATUS NOT = "00"
            THEN
                GO TO LOAD_MASTER_EXIT
        END-IF.
        PERFORM UNTIL OPERATOR_MASTER_STATUS NOT = "00"
            MOVE SPACE TO OPERATOR_MASTER_RECORD
            READ OPERATOR_MASTER_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF MASTER_TBL_SIZE < 100
                        THEN
                            ADD 1 TO MASTER_TBL_SIZE
                            MOVE OPERATOR_MASTER_RECORD
                                TO MST_LINE(MASTER_TBL_SIZE)
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE OPERATOR_MASTER_FILE.
    LOAD_MASTER_EXIT.
    SAVE_MASTER_RTN SECTION.
        OPEN OUTPUT OPERATOR_MASTER_FILE.
        PERFORM VARYING WK_SUB FROM 1 BY 1
                UNTIL WK_SUB > MASTER_TBL_SIZE
            WRITE OPERATOR_MASTER_RECORD FROM MST_LINE(WK_SUB)
        END-PERFORM.
        CLOSE OPERATOR_MASTER_FILE.
    SAVE_MASTER_EXIT.
    *>4.パスワードファイルの読み込みと書き戻し
    LOAD_PASSWORD_RTN SECTION.
        OPEN INPUT OPERATOR_PASSWORD_FILE.
        IF OPERATOR_PASSWORD_STATUS NOT = "00"
            THEN
                GO TO LOAD_PASSWORD_EXIT
        END-IF.
        PERFORM UNTIL OPERATOR_PASSWORD_STATUS NOT = "00"
            READ OPERATOR_PASSWORD_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF PWD_TBL_SIZE < 100
                        THEN
                            ADD 1 TO PWD_TBL_SIZE
                            SET PWD_IDX TO PWD_TBL_SIZE
                            MOVE OPW_CODE TO PWT_CODE(PWD_IDX)
                            MOVE OPW_SCRAMBLED TO PWT_SCRAMBLED(PWD_IDX)
                            MOVE OPW_LAST_CHANGE
                                TO PWT_LAST_CHANGE(PWD_IDX)
                            MOVE OPW_FAIL_CNT TO PWT_FAIL_CNT(PWD_IDX)
                            MOVE OPW_LOCK TO PWT_LOCK(PWD_IDX)
                            MOVE OPW_FORCE_CHANGE
                                TO PWT_FORCE_CHANGE(PWD_IDX)
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE OPERATOR_PASSWORD_FILE.
    LOAD_PASSWORD_EXIT.
    SAVE_PASSWORD_RTN SECTION.
        OPEN OUTPUT OPERATOR_PASSWORD_FILE.
        PERFORM VARYING WK_SUB FROM 1 BY 1
                UNTIL WK_SUB > PWD_TBL_SIZE
            MOVE SPACE TO OPERATOR_PASSWORD_RECORD
            MOVE PWT_CODE(WK_SUB) TO OPW_CODE
            MOVE PWT_SCRAMBLED(WK_SUB) TO OPW_SCRAMBLED
            MOVE PWT_LAST_CHANGE(WK_SUB) TO OPW_LAST_CHANGE
            MOVE PWT_FAIL_CNT(WK_SUB) TO OPW_FAIL_CNT
            MOVE PWT_LOCK(WK_SUB) TO OPW_LOCK
            MOVE PWT_FORCE_CHANGE(WK_SUB) TO OPW_FORCE_CHANGE
            WRITE OPERATOR_PASSWORD_RECORD
        END-PERFORM.
        CLOSE OPERATOR_PASSWORD_FILE.
    SAVE_PASSWORD_EXIT.
    *>5.回の書き戻し(締めた回は状態"C"と締め日)
    SAVE_CYCLE_RTN SECTION.
        OPEN OUTPUT RECERT_CYCLE_FILE.
        PERFORM VARYING WK_SUB FROM 1 BY 1
                UNTIL WK_SUB > CYCLE_TBL_SIZE
            MOVE SPACE TO RECERT_CYCLE_RECORD
            MOVE CYT_CYCLE(WK_SUB) TO RCY_CYCLE
            MOVE CYT_START(WK_SUB) TO RCY_START
            MOVE CYT_DEADLINE(WK_SUB) TO RCY_DEADLINE
            MOVE CYT_STATUS(WK_SUB) TO RCY_STATUS
            MOVE CYT_CLOSED(WK_SUB) TO RCY_CLOSED
            WRITE RECERT_CYCLE_RECORD
        END-PERFORM.
        CLOSE RECERT_CYCLE_FILE.
    SAVE_CYCLE_EXIT.
*>判定なしで停止したIDのうちパスワード行の無かったIDは、撹拌済みパスワードを
*>空白にした行を作る(復帰後は変更強制で新パスワードを設定させる)
*>再認定監査ログの判定者は、判定の反映では判定した部門長、停止では"AUTO"
