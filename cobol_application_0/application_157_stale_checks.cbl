*>小切手の失効処理(月次) 小切手登録簿(CheckRegister.txt)で未取立(O)のまま
*>失効期間(StaleCheckParm.txtの1行目の日数、無ければ180日)を過ぎた小切手を
*>失効(S)にして処理日を記入し、その従業員・金額を支払待ち(Resubmit.txt)へ
*>戻す(次の小切手印字APPLICATION_98_CHECK_PRINTで払い直す)
*>失効にした小切手は銀行向けの失効取消ファイル(PositivePayVoid.txt:
*>ポジティブペイと同じ形で区分V)へ出し、伝送登録簿(TRANSMIT_LOG)へ送信として登録する
*>(銀行は以後この小切手の支払を止める)
*>失効一覧(StaleChecks.txt)を印字してスプール台帳へ登録する
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_157_STALE_CHECKS.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT STALE_PARM_FILE
            ASSIGN TO "StaleCheckParm.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS STALE_PARM_STATUS.
        SELECT CHECK_REGISTER_FILE
            ASSIGN TO "CheckRegister.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CHECK_REGISTER_STATUS.
        SELECT RESUBMIT_FILE
            ASSIGN TO "Resubmit.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RESUBMIT_STATUS.
        SELECT VOID_FILE
            ASSIGN TO "PositivePayVoid.txt"
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT PRINT_FILE
            ASSIGN TO "StaleChecks.txt"
            ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
    FILE SECTION.
        FD STALE_PARM_FILE.
        01 STALE_PARM_RECORD.
            05 STALE_PARM_DAYS PIC 9(03).
        FD CHECK_REGISTER_FILE.
        01 CHECK_REGISTER_RECORD.
            05 CKR_NO PIC 9(06).
            05 FILLER PIC X(01).
            05 CKR_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 CKR_EMPLOYEE PIC X(05).
            05 FILLER PIC X(01).
            05 CKR_AMOUNT PIC 9(07).
            05 FILLER PIC X(01).
            05 CKR_CHECK_STATUS PIC X(01).
            05 FILLER PIC X(01).
            05 CKR_CLEAR_DATE PIC X(08).
        FD RESUBMIT_FILE.
        01 RESUBMIT_RECORD.
            05 RS_EMPLOYEE_ID PIC X(05).
            05 FILLER PIC X(01).
            05 RS_AMOUNT PIC S9(07) SIGN LEADING SEPARATE.
        FD VOID_FILE.
        01 VOID_RECORD.
            05 PPV_TYPE PIC X(01).
            05 FILLER PIC X(01).
            05 PPV_CHECK_NO PIC 9(06).
            05 FILLER PIC X(01).
            05 PPV_ISSUE_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 PPV_AMOUNT PIC 9(07).
            05 FILLER PIC X(01).
            05 PPV_EMPLOYEE PIC X(05).
        FD PRINT_FILE.
        01 PRINT_RECORD PIC X(80).
    WORKING-STORAGE SECTION.
        01 STALE_PARM_STATUS PIC XX.
        01 CHECK_REGISTER_STATUS PIC XX.
        01 RESUBMIT_STATUS PIC XX.
        01 WK_TODAY PIC 9(08).
        01 WK_TODAY_INT PIC 9(07).
        01 WK_STALE_DAYS PIC 9(03) VALUE 180.
        01 WK_AGE_DAYS PIC S9(07).
        01 WK_OVERFLOW_SW PIC X(01) VALUE "N".
*>小切手登録簿テーブル(失効を記入して書き戻す)
        01 CKR_TBL_MASTER.
            05 CKR_TBL_SIZE PIC 9(04) VALUE ZERO.
            05 CKR_TBL OCCURS 0 TO 9999
                DEPENDING ON CKR_TBL_SIZE
                INDEXED BY CKR_IDX.
                10 CKT_NO PIC 9(06).
                10 CKT_DATE PIC 9(08).
                10 CKT_EMPLOYEE PIC X(05).
                10 CKT_AMOUNT PIC 9(07).
                10 CKT_STATUS PIC X(01).
                10 CKT_CLEAR_DATE PIC X(08).
*>件数集計
        01 WK_STALE_CNT PIC 9(05) VALUE ZERO.
        01 WK_STALE_TOTAL PIC 9(13) VALUE ZERO.
        01 WK_OUTSTAND_CNT PIC 9(05) VALUE ZERO.
*>伝送登録簿への登録用(失効取消ファイルは送信として登録する)
        01 WK_TL_AREA.
            05 WK_TL_MODE PIC X(01) VALUE "L".
            05 WK_TL_DIRECTION PIC X(01) VALUE "O".
            05 WK_TL_FILE PIC X(30) VALUE "PositivePayVoid.txt".
            05 WK_TL_COUNT PIC 9(07).
            05 WK_TL_TOTAL PIC 9(13).
*>スプール台帳への登録用
        01 WK_SC_DOC_NAME PIC X(30) VALUE "StaleChecks.txt".
*>帳票行(見出し/項目名/明細/合計)
        01 STL_TITLE_LINE.
            05 PIC X(30) VALUE "*** STALE CHECKS VOIDED ***".
            05 PIC X(13) VALUE "STALE DAYS: ".
            05 STL_DAYS PIC ZZ9.
            05 PIC X(13) VALUE "   RUN DATE: ".
            05 STL_TODAY PIC 9(08).
            05 PIC X(13) VALUE SPACE.
        01 STL_COLUMN_LINE.
            05 PIC X(40) VALUE
                "CHECK  ISSUED   EMP       AMOUNT  DAYS R".
            05 PIC X(40) VALUE
                "ESULT".
        01 STL_DETAIL_LINE.
            05 STL_CHECK_NO PIC 9(06).
            05 PIC X(01) VALUE SPACE.
            05 STL_ISSUE_DATE PIC 9(08).
            05 PIC X(01) VALUE SPACE.
            05 STL_EMPLOYEE PIC X(05).
            05 PIC X(01) VALUE SPACE.
            05 STL_AMOUNT PIC Z,ZZZ,ZZ9.
            05 PIC X(01) VALUE SPACE.
            05 STL_AGE PIC ZZZZ9.
            05 PIC X(01) VALUE SPACE.
            05 STL_RESULT PIC X(20) VALUE "VOIDED, REQUEUED".
            05 PIC X(22) VALUE SPACE.
        01 STL_NONE_LINE.
            05 PIC X(80) VALUE "  NO STALE CHECKS".
        01 STL_TOTAL_LINE.
            05 PIC X(08) VALUE "VOIDED: ".
            05 STL_STALE_CNT PIC ZZZZ9.
            05 PIC X(10) VALUE "  AMOUNT: ".
            05 STL_STALE_TOTAL PIC ZZ,ZZZ,ZZZ,ZZ9.
            05 PIC X(21) VALUE "  STILL OUTSTANDING: ".
            05 STL_OUTSTAND_CNT PIC ZZZZ9.
            05 PIC X(17) VALUE SPACE.
PROCEDURE DIVISION.
    STALE_CHECKS_RTN SECTION.
    *>初期処理(失効期間の決定、小切手登録簿の読み込み)
        CALL "BUSINESS_DATE" USING WK_TODAY.
        COMPUTE WK_TODAY_INT = FUNCTION INTEGER-OF-DATE(WK_TODAY).
        PERFORM PARM_RTN.
        PERFORM LOAD_REGISTER_RTN.
        IF CHECK_REGISTER_STATUS = "35"
            THEN
                DISPLAY "CHECK REGISTER NOT FOUND."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
        IF WK_OVERFLOW_SW = "Y"
            THEN
                DISPLAY "CHECK REGISTER TABLE FULL. NO CHECKS VOIDED."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
        OPEN EXTEND RESUBMIT_FILE.
        IF RESUBMIT_STATUS NOT = "00"
            THEN
                OPEN OUTPUT RESUBMIT_FILE
        END-IF.
        OPEN OUTPUT VOID_FILE.
        OPEN OUTPUT PRINT_FILE.
        MOVE WK_STALE_DAYS TO STL_DAYS.
        MOVE WK_TODAY TO STL_TODAY.
        WRITE PRINT_RECORD FROM STL_TITLE_LINE AFTER PAGE.
        WRITE PRINT_RECORD FROM STL_COLUMN_LINE AFTER 2 LINE.
    *>主処理(未取立の小切手1枚ずつ経過日数を見る)
        PERFORM CHECK_STALE_RTN
            VARYING CKR_IDX FROM 1 BY 1
            UNTIL CKR_IDX > CKR_TBL_SIZE.
    *>終了処理(登録簿の書き戻し、合計行、伝送登録簿とスプール台帳への登録)
        CLOSE RESUBMIT_FILE VOID_FILE.
        PERFORM SAVE_REGISTER_RTN.
        IF WK_STALE_CNT = ZERO
            THEN
                WRITE PRINT_RECORD FROM STL_NONE_LINE AFTER 1 LINE
        END-IF.
        MOVE WK_STALE_CNT TO STL_STALE_CNT.
        MOVE WK_STALE_TOTAL TO STL_STALE_TOTAL.
        MOVE WK_OUTSTAND_CNT TO STL_OUTSTAND_CNT.
        WRITE PRINT_RECORD FROM STL_TOTAL_LINE AFTER 2 LINE.
        CLOSE PRINT_FILE.
        CALL "SPOOL_CATALOG" USING WK_SC_DOC_NAME.
        IF WK_STALE_CNT > ZERO
            THEN
                MOVE WK_STALE_CNT TO WK_TL_COUNT
                MOVE WK_STALE_TOTAL TO WK_TL_TOTAL
                CALL "TRANSMIT_LOG" USING WK_TL_MODE WK_TL_DIRECTION
                    WK_TL_FILE WK_TL_COUNT WK_TL_TOTAL
        END-IF.
        DISPLAY "STALE CHECK RUN END. VOIDED:" WK_STALE_CNT
            " STILL OUTSTANDING:" WK_OUTSTAND_CNT.
        STOP RUN.
    STALE_CHECKS_EXIT.
    *>1.小切手1枚の失効判定(失効なら登録簿をSにし、支払待ちと失効取消へ出す)
    CHECK_STALE_RTN SECTION.
        IF CKT_STATUS(CKR_IDX) NOT = "O"
            THEN
                GO TO CHECK_STALE_EXIT
        END-IF.
        IF CKT_DATE(CKR_IDX) IS NOT NUMERIC
                OR CKT_DATE(CKR_IDX) = ZERO
            THEN
                ADD 1 TO WK_OUTSTAND_CNT
                GO TO CHECK_STALE_EXIT
        END-IF.
        COMPUTE WK_AGE_DAYS = WK_TODAY_INT
            - FUNCTION INTEGER-OF-DATE(CKT_DATE(CKR_IDX)).
        IF WK_AGE_DAYS <= WK_STALE_DAYS
            THEN
                ADD 1 TO WK_OUTSTAND_CNT
                GO TO CHECK_STALE_EXIT
        END-IF.
        MOVE "S" TO CKT_STATUS(CKR_IDX).
        MOVE WK_TODAY TO CKT_CLEAR_DATE(CKR_IDX).
*>従業員を支払待ちへ戻す(58の不能支払と同じ形)
        MOVE SPACE TO RESUBMIT_RECORD.
        MOVE CKT_EMPLOYEE(CKR_IDX) TO RS_EMPLOYEE_ID.
        MOVE CKT_AMOUNT(CKR_IDX) TO RS_AMOUNT.
        WRITE RESUBMIT_RECORD.
*>銀行へ失効取消(V)を送る
        MOVE SPACE TO VOID_RECORD.
        MOVE "V" TO PPV_TYPE.
        MOVE CKT_NO(CKR_IDX) TO PPV_CHECK_NO.
        MOVE CKT_DATE(CKR_IDX) TO PPV_ISSUE_DATE.
        MOVE CKT_AMOUNT(CKR_IDX) TO PPV_AMOUNT.
        MOVE CKT_EMPLOYEE(CKR_IDX) TO PPV_EMPLOYEE.
        WRITE VOID_RECORD.
        MOVE CKT_NO(CKR_IDX) TO STL_CHECK_NO.
        MOVE CKT_DATE(CKR_IDX) TO STL_ISSUE_DATE.
        MOVE CKT_EMPLOYEE(CKR_IDX) TO STL_EMPLOYEE.
        MOVE CKT_AMOUNT(CKR_IDX) TO STL_AMOUNT.
        MOVE WK_AGE_DAYS TO STL_AGE.
        WRITE PRINT_RECORD FROM STL_DETAIL_LINE AFTER 1 LINE.
        ADD 1 TO WK_STALE_CNT.
        ADD CKT_AMOUNT(CKR_IDX) TO WK_STALE_TOTAL.
    CHECK_STALE_EXIT.
    *>2.小切手登録簿の読み込み
    LOAD_REGISTER_RTN SECTION.
        OPEN INPUT CHECK_REGISTER_FILE.
        IF CHECK_REGISTER_STATUS NOT = "00"
            THEN
                GO TO LOAD_REGISTER_EXIT
        END-IF.
        PERFORM UNTIL CHECK_REGISTER_STATUS NOT = "00"
            READ CHECK_REGISTER_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF CKR_TBL_SIZE < 9999
                        THEN
                            ADD 1 TO CKR_TBL_SIZE
                            MOVE CKR_NO TO CKT_NO(CKR_TBL_SIZE)
                            MOVE CKR_DATE TO CKT_DATE(CKR_TBL_SIZE)
                            MOVE CKR_EMPLOYEE
                                TO CKT_EMPLOYEE(CKR_TBL_SIZE)
                            MOVE CKR_AMOUNT TO CKT_AMOUNT(CKR_TBL_SIZE)
                            MOVE CKR_CHECK_STATUS
                                TO CKT_STATUS(CKR_TBL_SIZE)
                            MOVE CKR_CLEAR_DATE
                                TO CKT_CLEAR_DATE(CKR_TBL_SIZE)
                        ELSE
                            MOVE "Y" TO WK_OVERFLOW_SW
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE CHECK_REGISTER_FILE.
        MOVE "00" TO CHECK_REGISTER_STATUS.
    LOAD_REGISTER_EXIT.
    *>3.小切手登録簿の書き戻し
    SAVE_REGISTER_RTN SECTION.
        OPEN OUTPUT CHECK_REGISTER_FILE.
        PERFORM VARYING CKR_IDX FROM 1 BY 1
                UNTIL CKR_IDX > CKR_TBL_SIZE
            MOVE SPACE TO CHECK_REGISTER_RECORD
            MOVE CKT_NO(CKR_IDX) TO CKR_NO
            MOVE CKT_DATE(CKR_IDX) TO CKR_DATE
            MOVE CKT_EMPLOYEE(CKR_IDX) TO CKR_EMPLOYEE
            MOVE CKT_AMOUNT(CKR_IDX) TO CKR_AMOUNT
            MOVE CKT_STATUS(CKR_IDX) TO CKR_CHECK_STATUS
            MOVE CKT_CLEAR_DATE(CKR_IDX) TO CKR_CLEAR_DATE
            WRITE CHECK_REGISTER_RECORD
        END-PERFORM.
        CLOSE CHECK_REGISTER_FILE.
    SAVE_REGISTER_EXIT.
    *>4.失効期間(StaleCheckParm.txtの1行目の日数。無い・0なら180日)
    PARM_RTN SECTION.
        OPEN INPUT STALE_PARM_FILE.
        IF STALE_PARM_STATUS NOT = "00"
            THEN
                GO TO PARM_EXIT
        END-IF.
        READ STALE_PARM_FILE
            AT END
                CONTINUE
            NOT AT END
                IF STALE_PARM_DAYS IS NUMERIC
                        AND STALE_PARM_DAYS > ZERO
                    THEN
                        MOVE STALE_PARM_DAYS TO WK_STALE_DAYS
                END-IF
        END-READ.
        CLOSE STALE_PARM_FILE.
    PARM_EXIT.
*>StaleCheckParm.txtの1行目 = 失効期間の日数(3桁。例 090)
*>失効は発行日から失効期間を超えて未取立のもの(業務日付で数える)
*>Resubmit.txtへは追記する(58の不能支払と並べて次の小切手印字で払い直す)
*>PositivePayVoid.txtの1行 = 区分(1:V) 小切手番号(6) 発行日(8) 金額(7) 従業員(5)
*>失効にした小切手が後で支払われた場合はAPPLICATION_156がSTALEPDとして挙げる
