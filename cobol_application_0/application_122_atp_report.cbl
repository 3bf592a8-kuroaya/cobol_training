*>ATP一覧 商品マスタの品番×倉庫ごとに、今日から先N日の引当可能数量(ATP)を
*>日ごとに印刷する(「いつなら200個出せるか」に答えるための一覧)
*>見積もりは共通サブルーチンATP_PROJECTIONが行う
*>  手持-引当-バックオーダー+輸送中の到着見込み+発注残(納期)
*>日数はAtpParm.txt(無ければ14日、最大60日)。手持・需要・見込みの
*>どれも無い品番×倉庫は印刷しない
*>残がマイナスの日がある品番×倉庫には**SHORT**の印を付ける
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_122_ATP_REPORT.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT PRODUCT_MASTER_FILE
            ASSIGN TO "ProductMaster.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PRODUCT_MASTER_STATUS.
        SELECT ATP_PARM_FILE
            ASSIGN TO "AtpParm.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ATP_PARM_STATUS.
        SELECT PRINT_FILE ASSIGN TO "AtpProjection.txt"
            FILE STATUS IS PRINT_STATUS.
DATA DIVISION.
    FILE SECTION.
        FD PRODUCT_MASTER_FILE.
        01 PRODUCT_MASTER_RECORD.
            05 PM_HINBAN PIC 9(05).
            05 PM_HINMEI PIC X(10).
            05 PM_STATUS PIC X(01).
        FD ATP_PARM_FILE.
        01 ATP_PARM_RECORD.
            05 ATPP_DAYS PIC X(03).
        FD PRINT_FILE.
        01 PRINT_RECORD PIC X(80).
    WORKING-STORAGE SECTION.
        01 PRODUCT_MASTER_STATUS PIC XX.
        01 ATP_PARM_STATUS PIC XX.
        01 PRINT_STATUS PIC XX.
*>ATP_PROJECTIONへの受け渡しエリア
        01 WK_AP_HINBAN PIC 9(05).
        01 WK_AP_WAREHOUSE PIC 9(02).
        01 WK_AP_REQ_QTY PIC 9(07) VALUE ZERO.
        01 WK_AP_DAYS PIC 9(03) VALUE 14.
        01 WK_AP_RELOAD PIC X(01) VALUE "Y".
        01 WK_AP_RESULT.
            05 WK_AP_START_DATE PIC 9(08).
            05 WK_AP_ON_HAND PIC 9(07).
            05 WK_AP_RESERVED PIC 9(07).
            05 WK_AP_BACKORDER PIC 9(07).
            05 WK_AP_PROMISE_DATE PIC 9(08).
            05 WK_AP_DAY OCCURS 60.
                10 WK_AP_DAY_DATE PIC 9(08).
                10 WK_AP_DAY_BALANCE PIC S9(07).
        01 WK_DAY PIC 9(03).
        01 WK_CELL PIC 9(01).
        01 WK_TODAY PIC 9(08).
        01 WK_PRINTED_CNT PIC 9(05) VALUE ZERO.
        01 WK_SHORT_CNT PIC 9(05) VALUE ZERO.
        01 SW_ACTIVE PIC X(01).
        01 SW_SHORT PIC X(01).
*>スプール台帳への登録用
        01 WK_SC_DOC_NAME PIC X(30) VALUE "AtpProjection.txt".
*>帳票行
        01 ATP_TITLE_LINE.
            05 PIC X(30) VALUE "*** AVAILABLE TO PROMISE ***  ".
            05 PIC X(06) VALUE "DAYS: ".
            05 TTL_DAYS PIC ZZ9.
            05 PIC X(04) VALUE SPACE.
            05 PIC X(10) VALUE "RUN DATE: ".
            05 TTL_TODAY PIC 9(08).
            05 PIC X(19) VALUE SPACE.
        01 ATP_ITEM_LINE.
            05 PIC X(07) VALUE "HINBAN ".
            05 ATI_HINBAN PIC 9(05).
            05 PIC X(01) VALUE SPACE.
            05 ATI_HINMEI PIC X(10).
            05 PIC X(04) VALUE " WH ".
            05 ATI_WAREHOUSE PIC 9(02).
            05 PIC X(05) VALUE "  OH ".
            05 ATI_ON_HAND PIC Z(6)9.
            05 PIC X(05) VALUE " RSV ".
            05 ATI_RESERVED PIC Z(6)9.
            05 PIC X(04) VALUE " BO ".
            05 ATI_BACKORDER PIC Z(6)9.
            05 PIC X(01) VALUE SPACE.
            05 ATI_FLAG PIC X(09).
            05 PIC X(06) VALUE SPACE.
*>日ごとの残(1行に6日。MM/DD 残)
        01 ATP_DAY_LINE.
            05 PIC X(02) VALUE SPACE.
            05 ATD_CELL OCCURS 6.
                10 ATD_MMDD PIC X(05).
                10 PIC X(01).
                10 ATD_BALANCE PIC -(6)9.
        01 ATP_TOTAL_LINE.
            05 PIC X(22) VALUE "ITEM/WAREHOUSE LINES: ".
            05 TOT_PRINTED PIC ZZZZ9.
            05 PIC X(04) VALUE SPACE.
            05 PIC X(21) VALUE "SHORT AT SOME DATE: ".
            05 TOT_SHORT PIC ZZZZ9.
            05 PIC X(23) VALUE SPACE.
PROCEDURE DIVISION.
    ATP_REPORT_RTN SECTION.
    *>初期処理(日数パラメータの読み込み)
        CALL "BUSINESS_DATE" USING WK_TODAY.
        PERFORM LOAD-PARM-RTN.
        OPEN INPUT PRODUCT_MASTER_FILE.
        IF PRODUCT_MASTER_STATUS NOT = "00"
            THEN
                DISPLAY "PRODUCT MASTER NOT FOUND."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
        OPEN OUTPUT PRINT_FILE.
        MOVE WK_AP_DAYS TO TTL_DAYS.
        MOVE WK_TODAY TO TTL_TODAY.
        WRITE PRINT_RECORD FROM ATP_TITLE_LINE AFTER PAGE.
    *>主処理(有効な品番ごとに倉庫1・2の見積もりを印刷する)
        PERFORM UNTIL PRODUCT_MASTER_STATUS NOT = "00"
            READ PRODUCT_MASTER_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF PM_STATUS NOT = "D"
                        THEN
                            PERFORM VARYING WK_AP_WAREHOUSE FROM 1 BY 1
                                    UNTIL WK_AP_WAREHOUSE > 2
                                PERFORM PRINT-ITEM-RTN
                            END-PERFORM
                    END-IF
            END-READ
        END-PERFORM.
    *>終了処理(件数の印刷、スプール台帳への登録)
        MOVE WK_PRINTED_CNT TO TOT_PRINTED.
        MOVE WK_SHORT_CNT TO TOT_SHORT.
        WRITE PRINT_RECORD FROM ATP_TOTAL_LINE AFTER 2 LINE.
        CLOSE PRODUCT_MASTER_FILE.
        CLOSE PRINT_FILE.
        CALL "SPOOL_CATALOG" USING WK_SC_DOC_NAME.
        DISPLAY "ATP REPORT END. LINES:" WK_PRINTED_CNT
            " SHORT:" WK_SHORT_CNT.
        STOP RUN.
    ATP_REPORT_EXIT.
    *>1.品番×倉庫1件分の見積もりと印刷
    PRINT-ITEM-RTN SECTION.
        MOVE PM_HINBAN TO WK_AP_HINBAN.
        CALL "ATP_PROJECTION" USING WK_AP_HINBAN WK_AP_WAREHOUSE
            WK_AP_REQ_QTY WK_AP_DAYS WK_AP_RELOAD WK_AP_RESULT.
        MOVE "N" TO WK_AP_RELOAD.
*>手持・需要・見込みのどれも無い品番×倉庫は印刷しない
        MOVE SPACE TO SW_ACTIVE SW_SHORT.
        IF WK_AP_ON_HAND > ZERO OR WK_AP_RESERVED > ZERO
                OR WK_AP_BACKORDER > ZERO
            THEN
                MOVE "Y" TO SW_ACTIVE
        END-IF.
        PERFORM VARYING WK_DAY FROM 1 BY 1 UNTIL WK_DAY > WK_AP_DAYS
            IF WK_AP_DAY_BALANCE(WK_DAY) NOT = ZERO
                THEN
                    MOVE "Y" TO SW_ACTIVE
            END-IF
            IF WK_AP_DAY_BALANCE(WK_DAY) < ZERO
                THEN
                    MOVE "Y" TO SW_SHORT
            END-IF
        END-PERFORM.
        IF SW_ACTIVE NOT = "Y"
            THEN
                GO TO PRINT-ITEM-EXIT
        END-IF.
        MOVE PM_HINBAN TO ATI_HINBAN.
        MOVE PM_HINMEI TO ATI_HINMEI.
        MOVE WK_AP_WAREHOUSE TO ATI_WAREHOUSE.
        MOVE WK_AP_ON_HAND TO ATI_ON_HAND.
        MOVE WK_AP_RESERVED TO ATI_RESERVED.
        MOVE WK_AP_BACKORDER TO ATI_BACKORDER.
        MOVE SPACE TO ATI_FLAG.
        IF SW_SHORT = "Y"
            THEN
                MOVE "**SHORT**" TO ATI_FLAG
                ADD 1 TO WK_SHORT_CNT
        END-IF.
        WRITE PRINT_RECORD FROM ATP_ITEM_LINE AFTER 2 LINE.
        ADD 1 TO WK_PRINTED_CNT.
        MOVE ZERO TO WK_CELL.
        MOVE SPACE TO ATP_DAY_LINE.
        PERFORM VARYING WK_DAY FROM 1 BY 1 UNTIL WK_DAY > WK_AP_DAYS
            ADD 1 TO WK_CELL
            MOVE WK_AP_DAY_DATE(WK_DAY)(5:2) TO ATD_MMDD(WK_CELL)(1:2)
            MOVE "/" TO ATD_MMDD(WK_CELL)(3:1)
            MOVE WK_AP_DAY_DATE(WK_DAY)(7:2) TO ATD_MMDD(WK_CELL)(4:2)
            MOVE WK_AP_DAY_BALANCE(WK_DAY) TO ATD_BALANCE(WK_CELL)
            IF WK_CELL = 6
                THEN
                    WRITE PRINT_RECORD FROM ATP_DAY_LINE AFTER 1 LINE
                    MOVE ZERO TO WK_CELL
                    MOVE SPACE TO ATP_DAY_LINE
            END-IF
        END-PERFORM.
        IF WK_CELL > ZERO
            THEN
                WRITE PRINT_RECORD FROM ATP_DAY_LINE AFTER 1 LINE
        END-IF.
    PRINT-ITEM-EXIT.
    *>2.日数パラメータの読み込み(無い・数字でない・0は14日、60日超は60日)
    LOAD-PARM-RTN SECTION.
        OPEN INPUT ATP_PARM_FILE.
        IF ATP_PARM_STATUS = "00"
            THEN
                READ ATP_PARM_FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF ATPP_DAYS IS NUMERIC
                            THEN
                                MOVE ATPP_DAYS TO WK_AP_DAYS
                        END-IF
                END-READ
                CLOSE ATP_PARM_FILE
        END-IF.
        IF WK_AP_DAYS = ZERO
            THEN
                MOVE 14 TO WK_AP_DAYS
        END-IF.
        IF WK_AP_DAYS > 60
            THEN
                MOVE 60 TO WK_AP_DAYS
        END-IF.
    LOAD-PARM-EXIT.
*>AtpParm.txtの1行 = 見積もり日数(3桁、001~060)。無ければ014
*>AtpProjection.txtは品番×倉庫ごとに 手持/引当/バックオーダーの見出し行と、
*>日ごとの残(MM/DD 残、1行6日、先頭が今日)を印刷する
*>受注メニューは同じATP_PROJECTIONで在庫不足時に約束可能日を表示する
