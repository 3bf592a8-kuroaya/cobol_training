*>金属生産実績からの原材料出庫 生産実績(File1.txt:APPLICATION_15と同じIN01の並び
*>JCODE/JNAME/KINZOKU/NDATE)の1件ごとに、金属の原材料標準(MetalMaterialStd.txt)の
*>原材料ごとに1件あたり使用量の出庫"I"をMovements.txtへ追記する
*>出庫は夜間のAPPLICATION_43_STOCK_MOVESが在庫ポジションへ計上する(手持を超える
*>出庫は43が拒否する)ので、金属の消費が在庫台帳に載る
*>同じ実績を二度出庫しないよう、出庫済の実績(JCODE+NDATE)をMetalIssueLog.txtに残し、
*>ログにある実績は読み飛ばす。NDATEが業務日付より後の実績はまだ生産していないので
*>今回は出庫せず、次回以降に回す
*>金属コード・日付の誤り、標準の無い金属の実績は出庫せずに帳票へ載せる
*>帳票(MetalIssue.txt)はスプール台帳へ登録する。出庫しなかった実績があればRC=4
*>所要量の見込みはAPPLICATION_159_METAL_MATL_REQ
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_160_METAL_ISSUE.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT IN01_FILE
            ASSIGN TO "File1.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS IN_FILE_STATUS.
        SELECT MATERIAL_STD_FILE
            ASSIGN TO "MetalMaterialStd.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MATERIAL_STD_STATUS.
        SELECT ISSUE_LOG_FILE
            ASSIGN TO "MetalIssueLog.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ISSUE_LOG_STATUS.
        SELECT MOVEMENT_FILE
            ASSIGN TO "Movements.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MOVEMENT_STATUS.
        SELECT PRINT_FILE
            ASSIGN TO "MetalIssue.txt"
            ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
    FILE SECTION.
    FD IN01_FILE.
    01 IN01.
        05 IN01_JCODE PIC X(07).
        05 IN01_JNAME PIC X(10).
        05 IN01_KINZOKU PIC 99.
        05 IN01_NDATE PIC X(08).
        FD MATERIAL_STD_FILE.
        01 MATERIAL_STD_RECORD.
            05 MST_KINZOKU PIC X(02).
            05 FILLER PIC X(01).
            05 MST_WAREHOUSE PIC X(02).
            05 MST_BIN PIC X(02).
            05 MST_SHELF PIC X(02).
            05 FILLER PIC X(01).
            05 MST_QTY PIC X(05).
            05 FILLER PIC X(01).
            05 MST_NAME PIC X(10).
        FD ISSUE_LOG_FILE.
        01 ISSUE_LOG_RECORD.
            05 ILG_JCODE PIC X(07).
            05 FILLER PIC X(01).
            05 ILG_NDATE PIC X(08).
            05 FILLER PIC X(01).
            05 ILG_RUN_DATE PIC 9(08).
*>移動レコード(APPLICATION_43_STOCK_MOVESと同じ並び。末尾にロット/賞味期限)
        FD MOVEMENT_FILE.
        01 MOVEMENT_RECORD.
            05 MOVE_TYPE PIC X(01).
            05 MOVE_WAREHOUSE PIC 9(02).
            05 MOVE_BIN PIC 9(02).
            05 MOVE_SHELF PIC 9(02).
            05 MOVE_QTY PIC 9(05).
            05 MOVE_TO_WAREHOUSE PIC 9(02).
            05 MOVE_TO_BIN PIC 9(02).
            05 MOVE_TO_SHELF PIC 9(02).
            05 MOVE_LOT PIC X(06).
            05 MOVE_EXPIRY PIC X(08).
        FD PRINT_FILE.
        01 PRINT_RECORD PIC X(80).
    WORKING-STORAGE SECTION.
        01 IN_FILE_STATUS PIC XX.
        01 MATERIAL_STD_STATUS PIC XX.
        01 ISSUE_LOG_STATUS PIC XX.
        01 MOVEMENT_STATUS PIC XX.
        01 WK_TODAY PIC 9(08).
        01 WK_NDATE PIC 9(08).
        01 WK_FOUND_SW PIC X(01).
*>原材料標準テーブル(APPLICATION_159と同じ読み方)
        01 STD_TBL_MASTER.
            05 STD_TBL_SIZE PIC 9(02) VALUE ZERO.
            05 STD_TBL OCCURS 0 TO 30
                DEPENDING ON STD_TBL_SIZE
                INDEXED BY STD_IDX.
                10 STT_KINZOKU PIC 9(02).
                10 STT_WAREHOUSE PIC 9(02).
                10 STT_BIN PIC 9(02).
                10 STT_SHELF PIC 9(02).
                10 STT_QTY PIC 9(05).
                10 STT_NAME PIC X(10).
*>出庫済の実績(JCODE+NDATE)
        01 ISSUED_TBL_MASTER.
            05 ISSUED_TBL_SIZE PIC 9(05) VALUE ZERO.
            05 ISSUED_TBL OCCURS 0 TO 20000
                DEPENDING ON ISSUED_TBL_SIZE
                INDEXED BY ISSUED_IDX.
                10 IST_JCODE PIC X(07).
                10 IST_NDATE PIC X(08).
*>件数
        01 WK_CNT_AREA.
            05 WK_READ_CNT PIC 9(07) VALUE ZERO.
            05 WK_JOB_CNT PIC 9(07) VALUE ZERO.
            05 WK_MOVE_CNT PIC 9(07) VALUE ZERO.
            05 WK_DONE_CNT PIC 9(07) VALUE ZERO.
            05 WK_LATER_CNT PIC 9(07) VALUE ZERO.
            05 WK_ERROR_CNT PIC 9(07) VALUE ZERO.
*>スプール台帳への登録用
        01 WK_SC_DOC_NAME PIC X(30) VALUE "MetalIssue.txt".
*>帳票行(見出し/項目見出し/出庫明細/警告/合計)
        01 MIS_TITLE_LINE.
            05 PIC X(39) VALUE
                "*** METAL MATERIAL ISSUES FROM JOBS ***".
            05 PIC X(10) VALUE " RUN DATE ".
            05 MIS_TODAY PIC 9(08).
            05 PIC X(23) VALUE SPACE.
        01 MIS_HEADER_LINE.
            05 PIC X(80) VALUE
               "JCODE   NDATE       MT   MATERIAL   LOC        QTY".
        01 MIS_DETAIL_LINE.
            05 MIS_JCODE PIC X(07).
            05 PIC X(01) VALUE SPACE.
            05 MIS_NDATE PIC X(08).
            05 PIC X(04) VALUE SPACE.
            05 MIS_KINZOKU PIC 9(02).
            05 PIC X(03) VALUE SPACE.
            05 MIS_NAME PIC X(10).
            05 PIC X(01) VALUE SPACE.
            05 MIS_WAREHOUSE PIC 9(02).
            05 PIC X(01) VALUE "-".
            05 MIS_BIN PIC 9(02).
            05 PIC X(01) VALUE "-".
            05 MIS_SHELF PIC 9(02).
            05 PIC X(01) VALUE SPACE.
            05 MIS_QTY PIC ZZZZ9.
            05 PIC X(30) VALUE SPACE.
        01 MIS_MESSAGE_LINE.
            05 MIS_MESSAGE PIC X(80).
        01 MIS_TOTAL_LINE.
            05 PIC X(06) VALUE "JOBS: ".
            05 MIS_JOB_CNT PIC Z(6)9.
            05 PIC X(09) VALUE "  ISSUES:".
            05 MIS_MOVE_CNT PIC Z(6)9.
            05 PIC X(07) VALUE "  DONE:".
            05 MIS_DONE_CNT PIC Z(6)9.
            05 PIC X(08) VALUE "  LATER:".
            05 MIS_LATER_CNT PIC Z(6)9.
            05 PIC X(09) VALUE "  ERRORS:".
            05 MIS_ERROR_CNT PIC Z(6)9.
            05 PIC X(06) VALUE SPACE.
PROCEDURE DIVISION.
    METAL_ISSUE_RTN SECTION.
    *>初期処理(標準と出庫済ログの読み込み、出力ファイルのオープン)
        CALL "BUSINESS_DATE" USING WK_TODAY.
        PERFORM LOAD_STD_RTN.
        IF STD_TBL_SIZE = ZERO
            THEN
                DISPLAY "METAL MATERIAL STANDARD NOT FOUND OR EMPTY."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
        OPEN INPUT IN01_FILE.
        IF IN_FILE_STATUS NOT = "00"
            THEN
                DISPLAY "JOB FILE (File1.txt) NOT FOUND."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
        PERFORM LOAD_LOG_RTN.
        OPEN EXTEND ISSUE_LOG_FILE.
        IF ISSUE_LOG_STATUS NOT = "00"
            THEN
                OPEN OUTPUT ISSUE_LOG_FILE
        END-IF.
        OPEN EXTEND MOVEMENT_FILE.
        IF MOVEMENT_STATUS NOT = "00"
            THEN
                OPEN OUTPUT MOVEMENT_FILE
        END-IF.
        OPEN OUTPUT PRINT_FILE.
        MOVE WK_TODAY TO MIS_TODAY.
        WRITE PRINT_RECORD FROM MIS_TITLE_LINE AFTER PAGE.
        WRITE PRINT_RECORD FROM MIS_HEADER_LINE AFTER 2 LINE.
    *>主処理(実績1件ごとに原材料の出庫を書く)
        PERFORM UNTIL IN_FILE_STATUS NOT = "00"
            READ IN01_FILE
                AT END
                    CONTINUE
                NOT AT END
                    ADD 1 TO WK_READ_CNT
                    PERFORM JOB_RTN
            END-READ
        END-PERFORM.
    *>終了処理(合計行、スプール台帳への登録)
        MOVE WK_JOB_CNT TO MIS_JOB_CNT.
        MOVE WK_MOVE_CNT TO MIS_MOVE_CNT.
        MOVE WK_DONE_CNT TO MIS_DONE_CNT.
        MOVE WK_LATER_CNT TO MIS_LATER_CNT.
        MOVE WK_ERROR_CNT TO MIS_ERROR_CNT.
        WRITE PRINT_RECORD FROM MIS_TOTAL_LINE AFTER 2 LINE.
        CLOSE IN01_FILE ISSUE_LOG_FILE MOVEMENT_FILE PRINT_FILE.
        CALL "SPOOL_CATALOG" USING WK_SC_DOC_NAME.
        DISPLAY "METAL ISSUES WRITTEN. JOBS:" WK_JOB_CNT
            " ISSUES:" WK_MOVE_CNT " ERRORS:" WK_ERROR_CNT.
        IF WK_ERROR_CNT > ZERO
            THEN
                MOVE 4 TO RETURN-CODE
        END-IF.
        STOP RUN.
    METAL_ISSUE_EXIT.
    *>1.実績1件(検査、出庫済・未生産の判定、原材料ごとの出庫)
    JOB_RTN SECTION.
        IF IN01 = SPACE
            THEN
                GO TO JOB_EXIT
        END-IF.
        IF IN01_KINZOKU IS NOT NUMERIC
            THEN
                MOVE "** INVALID METAL CODE. NOT ISSUED" TO MIS_MESSAGE
                PERFORM JOB_ERROR_RTN
                GO TO JOB_EXIT
        END-IF.
        IF IN01_NDATE IS NOT NUMERIC
            THEN
                MOVE "** INVALID DATE. NOT ISSUED" TO MIS_MESSAGE
                PERFORM JOB_ERROR_RTN
                GO TO JOB_EXIT
        END-IF.
        MOVE IN01_NDATE TO WK_NDATE.
        IF FUNCTION TEST-DATE-YYYYMMDD(WK_NDATE) NOT = ZERO
            THEN
                MOVE "** INVALID DATE. NOT ISSUED" TO MIS_MESSAGE
                PERFORM JOB_ERROR_RTN
                GO TO JOB_EXIT
        END-IF.
*>出庫済の実績は読み飛ばす
        SET ISSUED_IDX TO 1.
        SEARCH ISSUED_TBL
            AT END
                CONTINUE
            WHEN IST_JCODE(ISSUED_IDX) = IN01_JCODE
                    AND IST_NDATE(ISSUED_IDX) = IN01_NDATE
                ADD 1 TO WK_DONE_CNT
                GO TO JOB_EXIT
        END-SEARCH.
*>まだ生産していない実績は次回以降
        IF WK_NDATE > WK_TODAY
            THEN
                ADD 1 TO WK_LATER_CNT
                GO TO JOB_EXIT
        END-IF.
        MOVE "N" TO WK_FOUND_SW.
        PERFORM VARYING STD_IDX FROM 1 BY 1
                UNTIL STD_IDX > STD_TBL_SIZE
            IF STT_KINZOKU(STD_IDX) = IN01_KINZOKU
                THEN
                    MOVE "Y" TO WK_FOUND_SW
            END-IF
        END-PERFORM.
        IF WK_FOUND_SW = "N"
            THEN
                MOVE "** NO MATERIAL STANDARD FOR METAL. NOT ISSUED"
                    TO MIS_MESSAGE
                PERFORM JOB_ERROR_RTN
                GO TO JOB_EXIT
        END-IF.
        ADD 1 TO WK_JOB_CNT.
        PERFORM VARYING STD_IDX FROM 1 BY 1
                UNTIL STD_IDX > STD_TBL_SIZE
            IF STT_KINZOKU(STD_IDX) = IN01_KINZOKU
                THEN
                    PERFORM WRITE_ISSUE_RTN
            END-IF
        END-PERFORM.
*>出庫済として記録する(同じ実行内の重複もここで止める)
        MOVE SPACE TO ISSUE_LOG_RECORD.
        MOVE IN01_JCODE TO ILG_JCODE.
        MOVE IN01_NDATE TO ILG_NDATE.
        MOVE WK_TODAY TO ILG_RUN_DATE.
        WRITE ISSUE_LOG_RECORD.
        IF ISSUED_TBL_SIZE < 20000
            THEN
                ADD 1 TO ISSUED_TBL_SIZE
                SET ISSUED_IDX TO ISSUED_TBL_SIZE
                MOVE IN01_JCODE TO IST_JCODE(ISSUED_IDX)
                MOVE IN01_NDATE TO IST_NDATE(ISSUED_IDX)
        END-IF.
    JOB_EXIT.
    *>1-1.原材料1件分の出庫"I"と明細行
    WRITE_ISSUE_RTN SECTION.
        MOVE SPACE TO MOVEMENT_RECORD.
        MOVE "I" TO MOVE_TYPE.
        MOVE STT_WAREHOUSE(STD_IDX) TO MOVE_WAREHOUSE.
        MOVE STT_BIN(STD_IDX) TO MOVE_BIN.
        MOVE STT_SHELF(STD_IDX) TO MOVE_SHELF.
        MOVE STT_QTY(STD_IDX) TO MOVE_QTY.
        MOVE ZERO TO MOVE_TO_WAREHOUSE MOVE_TO_BIN MOVE_TO_SHELF.
        MOVE SPACE TO MOVE_LOT MOVE_EXPIRY.
        WRITE MOVEMENT_RECORD.
        ADD 1 TO WK_MOVE_CNT.
        MOVE IN01_JCODE TO MIS_JCODE.
        MOVE IN01_NDATE TO MIS_NDATE.
        MOVE IN01_KINZOKU TO MIS_KINZOKU.
        MOVE STT_NAME(STD_IDX) TO MIS_NAME.
        MOVE STT_WAREHOUSE(STD_IDX) TO MIS_WAREHOUSE.
        MOVE STT_BIN(STD_IDX) TO MIS_BIN.
        MOVE STT_SHELF(STD_IDX) TO MIS_SHELF.
        MOVE STT_QTY(STD_IDX) TO MIS_QTY.
        WRITE PRINT_RECORD FROM MIS_DETAIL_LINE AFTER 1 LINE.
    WRITE_ISSUE_EXIT.
    *>1-2.出庫しなかった実績(MIS_MESSAGEの理由の後ろに実績を付けて載せる)
    JOB_ERROR_RTN SECTION.
        ADD 1 TO WK_ERROR_CNT.
        MOVE SPACE TO PRINT_RECORD.
        STRING MIS_MESSAGE DELIMITED BY "  "
            " : " DELIMITED BY SIZE
            IN01 DELIMITED BY SIZE
            INTO PRINT_RECORD.
        MOVE PRINT_RECORD TO MIS_MESSAGE.
        WRITE PRINT_RECORD FROM MIS_MESSAGE_LINE AFTER 1 LINE.
    JOB_ERROR_EXIT.
    *>2.原材料標準の読み込み(ロケーションが範囲外・数字でない行は読み飛ばす)
    LOAD_STD_RTN SECTION.
        OPEN INPUT MATERIAL_STD_FILE.
        IF MATERIAL_STD_STATUS NOT = "00"
            THEN
                GO TO LOAD_STD_EXIT
        END-IF.
        PERFORM UNTIL MATERIAL_STD_STATUS NOT = "00"
            READ MATERIAL_STD_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF MST_KINZOKU IS NUMERIC
                            AND MST_WAREHOUSE >= "01"
                            AND MST_WAREHOUSE <= "02"
                            AND MST_BIN >= "01" AND MST_BIN <= "02"
                            AND MST_SHELF >= "01" AND MST_SHELF <= "03"
                            AND MST_QTY IS NUMERIC
                            AND STD_TBL_SIZE < 30
                        THEN
                            ADD 1 TO STD_TBL_SIZE
                            SET STD_IDX TO STD_TBL_SIZE
                            MOVE MST_KINZOKU TO STT_KINZOKU(STD_IDX)
                            MOVE MST_WAREHOUSE TO STT_WAREHOUSE(STD_IDX)
                            MOVE MST_BIN TO STT_BIN(STD_IDX)
                            MOVE MST_SHELF TO STT_SHELF(STD_IDX)
                            MOVE MST_QTY TO STT_QTY(STD_IDX)
                            MOVE MST_NAME TO STT_NAME(STD_IDX)
                        ELSE
                            DISPLAY "MATERIAL STANDARD LINE SKIPPED: "
                                MATERIAL_STD_RECORD
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE MATERIAL_STD_FILE.
    LOAD_STD_EXIT.
    *>3.出庫済ログの読み込み
    LOAD_LOG_RTN SECTION.
        OPEN INPUT ISSUE_LOG_FILE.
        IF ISSUE_LOG_STATUS NOT = "00"
            THEN
                GO TO LOAD_LOG_EXIT
        END-IF.
        PERFORM UNTIL ISSUE_LOG_STATUS NOT = "00"
            READ ISSUE_LOG_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF ISSUED_TBL_SIZE < 20000
                        THEN
                            ADD 1 TO ISSUED_TBL_SIZE
                            SET ISSUED_IDX TO ISSUED_TBL_SIZE
                            MOVE ILG_JCODE TO IST_JCODE(ISSUED_IDX)
                            MOVE ILG_NDATE TO IST_NDATE(ISSUED_IDX)
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE ISSUE_LOG_FILE.
    LOAD_LOG_EXIT.
*>File1.txtの1行 = JCODE(7) JNAME(10) KINZOKU(2) NDATE(8)(APPLICATION_15の入力と同じ)
*>Movements.txtへは 出庫"I" 原材料のロケーション 数量=1件あたり使用量(移動先はゼロ、ロット/期限は空白)
*>MetalIssueLog.txtの1行 = JCODE(7) NDATE(8) 出庫した業務日付(8)(空白区切り、追記)
*>  実績を訂正して出庫し直す場合は、該当の行をログから外して再実行する
*>MetalMaterialStd.txtの並びはAPPLICATION_159_METAL_MATL_REQの末尾を参照
