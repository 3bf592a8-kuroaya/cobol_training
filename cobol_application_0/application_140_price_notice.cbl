*>価格変更通知・棚札 APPLICATION_89_PRICE_MAINTで価格マスタ(PriceMaster.txt)に
*>足された先日付の価格行を、適用開始日の前に店舗へ知らせる夜間処理
*>(店舗がレジで客に言われて初めて値段が変わったと知るのをやめる)
*>適用開始日が業務日付からN日後(PriceNoticeParm.txt。無ければ7日)までの行のうち、
*>まだ通知していない行を拾い、有効店舗ごとに次の2つを出す
*>  価格変更通知(PriceNotice.txt):品番/品名/適用開始日/旧単価/新単価/差額
*>  棚札(ShelfLabels.txt):品番/品名/新単価/適用開始日(1枚4行)
*>どちらも店舗分の行は行頭4桁を店舗IDにしてあり、APPLICATION_110_DISTRIBUTIONの
*>店舗範囲(S)の切り出しでそのまま各店舗のバンドルに入る
*>受領者プロファイル(RecipientProfile.txt)で店舗範囲の帳票を受け取っている
*>受領者に、その店舗の価格変更通知・棚札の行が無ければ追加する
*>通知した価格行は通知済み台帳(PriceNoticeLog.txt)へ残し、二度は送らない
*>帳票はスプール台帳へ登録する。毎晩、APPLICATION_110_DISTRIBUTIONの前に実行する
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_140_PRICE_NOTICE.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT PRICE_MASTER_FILE
            ASSIGN TO "PriceMaster.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PRICE_MASTER_STATUS.
        SELECT PRICE_NOTICE_PARM_FILE
            ASSIGN TO "PriceNoticeParm.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PRICE_NOTICE_PARM_STATUS.
        SELECT PRICE_NOTICE_LOG_FILE
            ASSIGN TO "PriceNoticeLog.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PRICE_NOTICE_LOG_STATUS.
        SELECT PRODUCT_MASTER_FILE
            ASSIGN TO "ProductMaster.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PRODUCT_MASTER_STATUS.
        SELECT STORE_MASTER_FILE
            ASSIGN TO "StoreMaster.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS STORE_MASTER_STATUS.
        SELECT PROFILE_FILE
            ASSIGN TO "RecipientProfile.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PROFILE_STATUS.
*>配布帳票はAPPLICATION_110_DISTRIBUTIONが行単位で読むので、他の配布帳票
*>(DailySalesSummary.txt等)と同じく改ページ制御なしの行順ファイルにする
        SELECT NOTICE_FILE
            ASSIGN TO "PriceNotice.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS NOTICE_STATUS.
        SELECT LABEL_FILE
            ASSIGN TO "ShelfLabels.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LABEL_STATUS.
DATA DIVISION.
    FILE SECTION.
        FD PRICE_MASTER_FILE.
        01 PRICE_MASTER_RECORD.
            05 PR_HINBAN PIC 9(05).
            05 FILLER PIC X(01).
            05 PR_EFFECTIVE PIC 9(08).
            05 FILLER PIC X(01).
            05 PR_UNIT_PRICE PIC 9(07).
        FD PRICE_NOTICE_PARM_FILE.
        01 PRICE_NOTICE_PARM_RECORD.
            05 PNP_DAYS PIC X(02).
        FD PRICE_NOTICE_LOG_FILE.
        01 PRICE_NOTICE_LOG_RECORD.
            05 PNL_HINBAN PIC 9(05).
            05 FILLER PIC X(01).
            05 PNL_EFFECTIVE PIC 9(08).
            05 FILLER PIC X(01).
            05 PNL_PRICE PIC 9(07).
            05 FILLER PIC X(01).
            05 PNL_NOTICE_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 PNL_STORE_CNT PIC 9(03).
        FD PRODUCT_MASTER_FILE.
        01 PRODUCT_MASTER_RECORD.
            05 PM_HINBAN PIC 9(05).
            05 PM_HINMEI PIC X(10).
            05 PM_STATUS PIC X(01).
        FD STORE_MASTER_FILE.
        01 STORE_MASTER_RECORD.
            05 STM_ID PIC X(04).
            05 STM_NAME PIC X(10).
            05 STM_FILE PIC X(30).
            05 STM_ACTIVE PIC X(01).
        FD PROFILE_FILE.
        01 PROFILE_RECORD.
            05 PRF_RECIPIENT PIC X(10).
            05 FILLER PIC X(01).
            05 PRF_REPORT PIC X(30).
            05 FILLER PIC X(01).
            05 PRF_SCOPE_TYPE PIC X(01).
            05 FILLER PIC X(01).
            05 PRF_SCOPE_ID PIC X(04).
        FD NOTICE_FILE.
        01 NOTICE_RECORD PIC X(80).
        FD LABEL_FILE.
        01 LABEL_RECORD PIC X(80).
    WORKING-STORAGE SECTION.
        01 PRICE_MASTER_STATUS PIC XX.
        01 PRICE_NOTICE_PARM_STATUS PIC XX.
        01 PRICE_NOTICE_LOG_STATUS PIC XX.
        01 PRODUCT_MASTER_STATUS PIC XX.
        01 STORE_MASTER_STATUS PIC XX.
        01 PROFILE_STATUS PIC XX.
        01 NOTICE_STATUS PIC XX.
        01 LABEL_STATUS PIC XX.
        01 WK_TODAY PIC 9(08).
        01 WK_TODAY_INT PIC 9(07).
*>通知の先読み日数と、拾う適用開始日の上限
        01 WK_NOTICE_DAYS PIC 9(02) VALUE 7.
        01 WK_LIMIT_DATE PIC 9(08).
*>価格マスタ全行(旧単価を探すのに使う)
        01 PRC_TBL_MASTER.
            05 PRC_TBL_SIZE PIC 9(04) VALUE ZERO.
            05 PRC_TBL OCCURS 0 TO 2000
                DEPENDING ON PRC_TBL_SIZE
                INDEXED BY PRC_IDX.
                10 PRC_HINBAN PIC 9(05).
                10 PRC_EFFECTIVE PIC 9(08).
                10 PRC_PRICE PIC 9(07).
*>通知済み台帳(品番+適用開始日)
        01 PNL_TBL_MASTER.
            05 PNL_TBL_SIZE PIC 9(04) VALUE ZERO.
            05 PNL_TBL OCCURS 0 TO 2000
                DEPENDING ON PNL_TBL_SIZE
                INDEXED BY PNL_IDX.
                10 PNT_HINBAN PIC 9(05).
                10 PNT_EFFECTIVE PIC 9(08).
*>今回通知する価格変更(適用開始日・品番の順に並べ替える)
        01 CHG_TBL_MASTER.
            05 CHG_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 CHG_TBL OCCURS 0 TO 300
                DEPENDING ON CHG_TBL_SIZE
                INDEXED BY CHG_IDX.
                10 CHG_EFFECTIVE PIC 9(08).
                10 CHG_HINBAN PIC 9(05).
                10 CHG_NAME PIC X(10).
                10 CHG_OLD_PRICE PIC 9(07).
                10 CHG_NEW_PRICE PIC 9(07).
                10 CHG_OLD_EFFECTIVE PIC 9(08).
*>有効店舗(受領者プロファイルで店舗範囲の受領者が見つかったかの印つき)
        01 STORE_TBL_MASTER.
            05 STORE_TBL_SIZE PIC 9(02) VALUE ZERO.
            05 STORE_TBL OCCURS 0 TO 50
                DEPENDING ON STORE_TBL_SIZE
                INDEXED BY STORE_IDX.
                10 STT_ID PIC X(04).
                10 STT_NAME PIC X(10).
                10 STT_RECIPIENT_SW PIC X(01).
*>受領者プロファイル(APPLICATION_110_DISTRIBUTIONと同じ受領者順の並び)
        01 PRF_TBL_MASTER.
            05 PRF_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 PRF_TBL OCCURS 0 TO 100
                DEPENDING ON PRF_TBL_SIZE
                INDEXED BY PRF_IDX.
                10 PFT_RECIPIENT PIC X(10).
                10 PFT_REPORT PIC X(30).
                10 PFT_SCOPE_TYPE PIC X(01).
                10 PFT_SCOPE_ID PIC X(04).
*>受領者1名分の追加行(その受領者の最後の行の後ろへ書き足す)
        01 ADD_TBL_MASTER.
            05 ADD_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 ADD_TBL OCCURS 0 TO 100
                DEPENDING ON ADD_TBL_SIZE
                INDEXED BY ADD_IDX.
                10 ADD_REPORT PIC X(30).
                10 ADD_SCOPE_ID PIC X(04).
        01 WK_PRF_SUB PIC 9(03).
        01 WK_SCAN_SUB PIC 9(03).
        01 WK_FIRST_SUB PIC 9(03).
        01 WK_RECIPIENT PIC X(10).
        01 WK_CHECK_REPORT PIC X(30).
        01 WK_CHECK_ID PIC X(04).
        01 WK_FOUND_SW PIC X(01).
            88 WK_FOUND VALUE "Y".
        01 WK_PRF_ADD_CNT PIC 9(03) VALUE ZERO.
        01 WK_NO_RECIPIENT_CNT PIC 9(03) VALUE ZERO.
        01 WK_CHANGE PIC S9(07).
        01 WK_SKIP_CNT PIC 9(05) VALUE ZERO.
        01 WK_LABEL_CNT PIC 9(05) VALUE ZERO.
*>スプール台帳への登録用
        01 WK_SC_DOC_NAME PIC X(30).
*>価格変更通知の帳票行(店舗分の行は行頭4桁が店舗ID)
        01 PNR_TITLE_LINE.
            05 PIC X(36) VALUE "*** PRICE CHANGE NOTICES ***".
            05 PIC X(10) VALUE "RUN DATE: ".
            05 PNR_TODAY PIC 9(08).
            05 PIC X(16) VALUE "  EFFECTIVE TO: ".
            05 PNR_LIMIT PIC 9(08).
            05 PIC X(02) VALUE SPACE.
        01 PNR_STORE_LINE.
            05 PNR_S_STORE PIC X(04).
            05 PIC X(30) VALUE " *** PRICE CHANGE NOTICE *** ".
            05 PIC X(06) VALUE "STORE ".
            05 PNR_S_STORE2 PIC X(04).
            05 PIC X(01) VALUE SPACE.
            05 PNR_S_NAME PIC X(10).
            05 PIC X(25) VALUE SPACE.
        01 PNR_COLUMN_LINE.
            05 PNR_C_STORE PIC X(04).
            05 PIC X(36) VALUE
                " ITEM  NAME       EFFECTIVE  OLD PRI".
            05 PIC X(40) VALUE
                "CE  NEW PRICE    CHANGE".
        01 PNR_DETAIL_LINE.
            05 PNR_STORE PIC X(04).
            05 PIC X(01) VALUE SPACE.
            05 PNR_HINBAN PIC 9(05).
            05 PIC X(01) VALUE SPACE.
            05 PNR_NAME PIC X(10).
            05 PIC X(01) VALUE SPACE.
            05 PNR_EFFECTIVE PIC 9(08).
            05 PIC X(01) VALUE SPACE.
            05 PNR_OLD_PRICE PIC Z,ZZZ,ZZ9 BLANK WHEN ZERO.
            05 PIC X(02) VALUE SPACE.
            05 PNR_NEW_PRICE PIC Z,ZZZ,ZZ9.
            05 PIC X(01) VALUE SPACE.
            05 PNR_CHANGE PIC +,+++,++9.
            05 PNR_CHANGE_X REDEFINES PNR_CHANGE PIC X(09).
            05 PIC X(01) VALUE SPACE.
            05 PNR_NOTE PIC X(08).
            05 PIC X(10) VALUE SPACE.
        01 PNR_NONE_LINE.
            05 PNR_N_STORE PIC X(04).
            05 PIC X(76) VALUE "  NO PRICE CHANGES".
*>棚札の帳票行(1枚 = 区切り/品番・品名/新単価/適用開始日の4行)
        01 SLR_TITLE_LINE.
            05 PIC X(36) VALUE "*** SHELF LABELS ***".
            05 PIC X(10) VALUE "RUN DATE: ".
            05 SLR_TODAY PIC 9(08).
            05 PIC X(26) VALUE SPACE.
        01 SLR_EDGE_LINE.
            05 SLR_E_STORE PIC X(04).
            05 PIC X(30) VALUE " +----------------------------".
            05 PIC X(46) VALUE SPACE.
        01 SLR_ITEM_LINE.
            05 SLR_I_STORE PIC X(04).
            05 PIC X(03) VALUE " | ".
            05 SLR_HINBAN PIC 9(05).
            05 PIC X(01) VALUE SPACE.
            05 SLR_NAME PIC X(10).
            05 PIC X(57) VALUE SPACE.
        01 SLR_PRICE_LINE.
            05 SLR_P_STORE PIC X(04).
            05 PIC X(03) VALUE " | ".
            05 PIC X(06) VALUE "PRICE ".
            05 SLR_PRICE PIC Z,ZZZ,ZZ9.
            05 PIC X(58) VALUE SPACE.
        01 SLR_DATE_LINE.
            05 SLR_D_STORE PIC X(04).
            05 PIC X(03) VALUE " | ".
            05 PIC X(06) VALUE "FROM  ".
            05 SLR_EFFECTIVE PIC 9999/99/99.
            05 PIC X(57) VALUE SPACE.
PROCEDURE DIVISION.
    PRICE_NOTICE_RTN SECTION.
    *>初期処理(先読み日数、有効店舗・通知済み台帳・価格マスタの読み込み)
        CALL "BUSINESS_DATE" USING WK_TODAY.
        COMPUTE WK_TODAY_INT = FUNCTION INTEGER-OF-DATE(WK_TODAY).
        PERFORM PARM-RTN.
        COMPUTE WK_LIMIT_DATE =
            FUNCTION DATE-OF-INTEGER(WK_TODAY_INT + WK_NOTICE_DAYS).
        PERFORM LOAD-STORE-RTN.
        IF STORE_TBL_SIZE = ZERO
            THEN
                DISPLAY "NO ACTIVE STORE IN STORE MASTER."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
        PERFORM LOAD-NOTICE-LOG-RTN.
        PERFORM LOAD-PRICE-RTN.
        IF PRC_TBL_SIZE = ZERO
            THEN
                DISPLAY "PRICE MASTER NOT FOUND OR EMPTY."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
    *>主処理(通知期間に入る未通知の価格行を拾い、旧単価を添えて並べる)
        PERFORM PICK-CHANGE-RTN
            VARYING PRC_IDX FROM 1 BY 1
            UNTIL PRC_IDX > PRC_TBL_SIZE.
        IF CHG_TBL_SIZE > 1
            THEN
                SORT CHG_TBL ASCENDING KEY CHG_EFFECTIVE CHG_HINBAN
        END-IF.
        PERFORM RESOLVE-NAME-RTN.
    *>終了処理(通知・棚札の出力、通知済み台帳への追記、配布プロファイルの補完)
        PERFORM WRITE-NOTICE-RTN.
        PERFORM WRITE-LABEL-RTN.
        PERFORM WRITE-NOTICE-LOG-RTN.
        PERFORM PROFILE-RTN.
        MOVE "PriceNotice.txt" TO WK_SC_DOC_NAME.
        CALL "SPOOL_CATALOG" USING WK_SC_DOC_NAME.
        MOVE "ShelfLabels.txt" TO WK_SC_DOC_NAME.
        CALL "SPOOL_CATALOG" USING WK_SC_DOC_NAME.
        DISPLAY "PRICE NOTICE END. EFFECTIVE TO:" WK_LIMIT_DATE
            " CHANGES:" CHG_TBL_SIZE " STORES:" STORE_TBL_SIZE
            " LABELS:" WK_LABEL_CNT " PROFILE ROWS ADDED:"
            WK_PRF_ADD_CNT.
        IF WK_SKIP_CNT > ZERO OR WK_NO_RECIPIENT_CNT > ZERO
            THEN
                MOVE 4 TO RETURN-CODE
        END-IF.
        STOP RUN.
    PRICE_NOTICE_EXIT.
    *>0.先読み日数の読み込み(無い・不正なら7日)
    PARM-RTN SECTION.
        OPEN INPUT PRICE_NOTICE_PARM_FILE.
        IF PRICE_NOTICE_PARM_STATUS NOT = "00"
            THEN
                GO TO PARM-EXIT
        END-IF.
        READ PRICE_NOTICE_PARM_FILE
            AT END
                CONTINUE
            NOT AT END
                IF PNP_DAYS IS NUMERIC AND PNP_DAYS > "00"
                    THEN
                        MOVE PNP_DAYS TO WK_NOTICE_DAYS
                END-IF
        END-READ.
        CLOSE PRICE_NOTICE_PARM_FILE.
    PARM-EXIT.
    *>1.有効店舗の読み込み
    LOAD-STORE-RTN SECTION.
        OPEN INPUT STORE_MASTER_FILE.
        IF STORE_MASTER_STATUS NOT = "00"
            THEN
                GO TO LOAD-STORE-EXIT
        END-IF.
        PERFORM UNTIL STORE_MASTER_STATUS NOT = "00"
            READ STORE_MASTER_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF STM_ACTIVE = "A" AND STORE_TBL_SIZE < 50
                        THEN
                            ADD 1 TO STORE_TBL_SIZE
                            SET STORE_IDX TO STORE_TBL_SIZE
                            MOVE STM_ID TO STT_ID(STORE_IDX)
                            MOVE STM_NAME TO STT_NAME(STORE_IDX)
                            MOVE "N" TO STT_RECIPIENT_SW(STORE_IDX)
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE STORE_MASTER_FILE.
    LOAD-STORE-EXIT.
    *>2.通知済み台帳の読み込み
    LOAD-NOTICE-LOG-RTN SECTION.
        OPEN INPUT PRICE_NOTICE_LOG_FILE.
        IF PRICE_NOTICE_LOG_STATUS NOT = "00"
            THEN
                GO TO LOAD-NOTICE-LOG-EXIT
        END-IF.
        PERFORM UNTIL PRICE_NOTICE_LOG_STATUS NOT = "00"
            READ PRICE_NOTICE_LOG_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF PNL_TBL_SIZE < 2000
                        THEN
                            ADD 1 TO PNL_TBL_SIZE
                            SET PNL_IDX TO PNL_TBL_SIZE
                            MOVE PNL_HINBAN TO PNT_HINBAN(PNL_IDX)
                            MOVE PNL_EFFECTIVE TO PNT_EFFECTIVE(PNL_IDX)
                        ELSE
                            DISPLAY "NOTICE LOG TABLE FULL."
                            ADD 1 TO WK_SKIP_CNT
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE PRICE_NOTICE_LOG_FILE.
    LOAD-NOTICE-LOG-EXIT.
    *>3.価格マスタの読み込み
    LOAD-PRICE-RTN SECTION.
        OPEN INPUT PRICE_MASTER_FILE.
        IF PRICE_MASTER_STATUS NOT = "00"
            THEN
                GO TO LOAD-PRICE-EXIT
        END-IF.
        PERFORM UNTIL PRICE_MASTER_STATUS NOT = "00"
            READ PRICE_MASTER_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF PR_HINBAN IS NOT NUMERIC
                            OR PR_EFFECTIVE IS NOT NUMERIC
                            OR PR_UNIT_PRICE IS NOT NUMERIC
                        THEN
                            DISPLAY "INVALID PRICE ROW: "
                                PRICE_MASTER_RECORD
                            ADD 1 TO WK_SKIP_CNT
                        ELSE
                            IF PRC_TBL_SIZE < 2000
                                THEN
                                    ADD 1 TO PRC_TBL_SIZE
                                    SET PRC_IDX TO PRC_TBL_SIZE
                                    MOVE PR_HINBAN TO PRC_HINBAN(PRC_IDX)
                                    MOVE PR_EFFECTIVE
                                        TO PRC_EFFECTIVE(PRC_IDX)
                                    MOVE PR_UNIT_PRICE
                                        TO PRC_PRICE(PRC_IDX)
                                ELSE
                                    DISPLAY "PRICE TABLE FULL."
                                    ADD 1 TO WK_SKIP_CNT
                            END-IF
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE PRICE_MASTER_FILE.
    LOAD-PRICE-EXIT.
    *>4.価格行1件の判定(業務日付〜上限日に適用開始となる未通知の行)
    PICK-CHANGE-RTN SECTION.
        IF PRC_EFFECTIVE(PRC_IDX) < WK_TODAY
                OR PRC_EFFECTIVE(PRC_IDX) > WK_LIMIT_DATE
            THEN
                GO TO PICK-CHANGE-EXIT
        END-IF.
        SET PNL_IDX TO 1.
        SEARCH PNL_TBL
            AT END
                CONTINUE
            WHEN PNT_HINBAN(PNL_IDX) = PRC_HINBAN(PRC_IDX)
                    AND PNT_EFFECTIVE(PNL_IDX) = PRC_EFFECTIVE(PRC_IDX)
                GO TO PICK-CHANGE-EXIT
        END-SEARCH.
        IF CHG_TBL_SIZE >= 300
            THEN
                DISPLAY "CHANGE TABLE FULL. LEFT FOR NEXT RUN: "
                    PRC_HINBAN(PRC_IDX) " " PRC_EFFECTIVE(PRC_IDX)
                ADD 1 TO WK_SKIP_CNT
                GO TO PICK-CHANGE-EXIT
        END-IF.
        ADD 1 TO CHG_TBL_SIZE.
        SET CHG_IDX TO CHG_TBL_SIZE.
        MOVE PRC_EFFECTIVE(PRC_IDX) TO CHG_EFFECTIVE(CHG_IDX).
        MOVE PRC_HINBAN(PRC_IDX) TO CHG_HINBAN(CHG_IDX).
        MOVE "*UNKNOWN*" TO CHG_NAME(CHG_IDX).
        MOVE PRC_PRICE(PRC_IDX) TO CHG_NEW_PRICE(CHG_IDX).
        MOVE ZERO TO CHG_OLD_PRICE(CHG_IDX) CHG_OLD_EFFECTIVE(CHG_IDX).
    *>旧単価 = 同じ品番で、この行より前に適用開始となる行のうち最も新しい行
        PERFORM VARYING WK_SCAN_SUB FROM 1 BY 1
                UNTIL WK_SCAN_SUB > PRC_TBL_SIZE
            IF PRC_HINBAN(WK_SCAN_SUB) = PRC_HINBAN(PRC_IDX)
                    AND PRC_EFFECTIVE(WK_SCAN_SUB) < PRC_EFFECTIVE(PRC_IDX)
                    AND PRC_EFFECTIVE(WK_SCAN_SUB)
                        > CHG_OLD_EFFECTIVE(CHG_IDX)
                THEN
                    MOVE PRC_EFFECTIVE(WK_SCAN_SUB)
                        TO CHG_OLD_EFFECTIVE(CHG_IDX)
                    MOVE PRC_PRICE(WK_SCAN_SUB) TO CHG_OLD_PRICE(CHG_IDX)
            END-IF
        END-PERFORM.
    PICK-CHANGE-EXIT.
    *>5.品名の解決(商品マスタに無い品番は*UNKNOWN*のまま)
    RESOLVE-NAME-RTN SECTION.
        IF CHG_TBL_SIZE = ZERO
            THEN
                GO TO RESOLVE-NAME-EXIT
        END-IF.
        OPEN INPUT PRODUCT_MASTER_FILE.
        IF PRODUCT_MASTER_STATUS NOT = "00"
            THEN
                GO TO RESOLVE-NAME-EXIT
        END-IF.
        PERFORM UNTIL PRODUCT_MASTER_STATUS NOT = "00"
            READ PRODUCT_MASTER_FILE
                AT END
                    CONTINUE
                NOT AT END
                    PERFORM VARYING CHG_IDX FROM 1 BY 1
                            UNTIL CHG_IDX > CHG_TBL_SIZE
                        IF CHG_HINBAN(CHG_IDX) = PM_HINBAN
                            THEN
                                MOVE PM_HINMEI TO CHG_NAME(CHG_IDX)
                        END-IF
                    END-PERFORM
            END-READ
        END-PERFORM.
        CLOSE PRODUCT_MASTER_FILE.
    RESOLVE-NAME-EXIT.
    *>6.価格変更通知の出力(有効店舗ごとに全変更を並べる)
    WRITE-NOTICE-RTN SECTION.
        OPEN OUTPUT NOTICE_FILE.
        MOVE WK_TODAY TO PNR_TODAY.
        MOVE WK_LIMIT_DATE TO PNR_LIMIT.
        WRITE NOTICE_RECORD FROM PNR_TITLE_LINE.
        PERFORM VARYING STORE_IDX FROM 1 BY 1
                UNTIL STORE_IDX > STORE_TBL_SIZE
            MOVE STT_ID(STORE_IDX) TO PNR_S_STORE PNR_S_STORE2
                PNR_C_STORE PNR_STORE PNR_N_STORE
            MOVE STT_NAME(STORE_IDX) TO PNR_S_NAME
            WRITE NOTICE_RECORD FROM PNR_STORE_LINE
            IF CHG_TBL_SIZE = ZERO
                THEN
                    WRITE NOTICE_RECORD FROM PNR_NONE_LINE
                ELSE
                    WRITE NOTICE_RECORD FROM PNR_COLUMN_LINE
                    PERFORM NOTICE-DETAIL-RTN
                        VARYING CHG_IDX FROM 1 BY 1
                        UNTIL CHG_IDX > CHG_TBL_SIZE
            END-IF
        END-PERFORM.
        CLOSE NOTICE_FILE.
    WRITE-NOTICE-EXIT.
    *>6-1.通知明細1行(旧単価の無い品番は新規扱い)
    NOTICE-DETAIL-RTN SECTION.
        MOVE CHG_HINBAN(CHG_IDX) TO PNR_HINBAN.
        MOVE CHG_NAME(CHG_IDX) TO PNR_NAME.
        MOVE CHG_EFFECTIVE(CHG_IDX) TO PNR_EFFECTIVE.
        MOVE CHG_OLD_PRICE(CHG_IDX) TO PNR_OLD_PRICE.
        MOVE CHG_NEW_PRICE(CHG_IDX) TO PNR_NEW_PRICE.
        IF CHG_OLD_EFFECTIVE(CHG_IDX) = ZERO
            THEN
                MOVE SPACE TO PNR_CHANGE_X
                MOVE "NEW ITEM" TO PNR_NOTE
            ELSE
                COMPUTE WK_CHANGE =
                    CHG_NEW_PRICE(CHG_IDX) - CHG_OLD_PRICE(CHG_IDX)
                MOVE WK_CHANGE TO PNR_CHANGE
                EVALUATE TRUE
                    WHEN WK_CHANGE > ZERO
                        MOVE "UP" TO PNR_NOTE
                    WHEN WK_CHANGE < ZERO
                        MOVE "DOWN" TO PNR_NOTE
                    WHEN OTHER
                        MOVE "NO CHG" TO PNR_NOTE
                END-EVALUATE
        END-IF.
        WRITE NOTICE_RECORD FROM PNR_DETAIL_LINE.
    NOTICE-DETAIL-EXIT.
    *>7.棚札の出力(有効店舗ごとに変更1件につき1枚)
    WRITE-LABEL-RTN SECTION.
        OPEN OUTPUT LABEL_FILE.
        MOVE WK_TODAY TO SLR_TODAY.
        WRITE LABEL_RECORD FROM SLR_TITLE_LINE.
        PERFORM VARYING STORE_IDX FROM 1 BY 1
                UNTIL STORE_IDX > STORE_TBL_SIZE
            MOVE STT_ID(STORE_IDX) TO SLR_E_STORE SLR_I_STORE
                SLR_P_STORE SLR_D_STORE
            PERFORM VARYING CHG_IDX FROM 1 BY 1
                    UNTIL CHG_IDX > CHG_TBL_SIZE
                MOVE CHG_HINBAN(CHG_IDX) TO SLR_HINBAN
                MOVE CHG_NAME(CHG_IDX) TO SLR_NAME
                MOVE CHG_NEW_PRICE(CHG_IDX) TO SLR_PRICE
                MOVE CHG_EFFECTIVE(CHG_IDX) TO SLR_EFFECTIVE
                WRITE LABEL_RECORD FROM SLR_EDGE_LINE
                WRITE LABEL_RECORD FROM SLR_ITEM_LINE
                WRITE LABEL_RECORD FROM SLR_PRICE_LINE
                WRITE LABEL_RECORD FROM SLR_DATE_LINE
                ADD 1 TO WK_LABEL_CNT
            END-PERFORM
        END-PERFORM.
        CLOSE LABEL_FILE.
    WRITE-LABEL-EXIT.
    *>8.通知済み台帳への追記(今回通知した価格行)
    WRITE-NOTICE-LOG-RTN SECTION.
        IF CHG_TBL_SIZE = ZERO
            THEN
                GO TO WRITE-NOTICE-LOG-EXIT
        END-IF.
        OPEN EXTEND PRICE_NOTICE_LOG_FILE.
        IF PRICE_NOTICE_LOG_STATUS NOT = "00"
            THEN
                OPEN OUTPUT PRICE_NOTICE_LOG_FILE
        END-IF.
        PERFORM VARYING CHG_IDX FROM 1 BY 1
                UNTIL CHG_IDX > CHG_TBL_SIZE
            MOVE SPACE TO PRICE_NOTICE_LOG_RECORD
            MOVE CHG_HINBAN(CHG_IDX) TO PNL_HINBAN
            MOVE CHG_EFFECTIVE(CHG_IDX) TO PNL_EFFECTIVE
            MOVE CHG_NEW_PRICE(CHG_IDX) TO PNL_PRICE
            MOVE WK_TODAY TO PNL_NOTICE_DATE
            MOVE STORE_TBL_SIZE TO PNL_STORE_CNT
            WRITE PRICE_NOTICE_LOG_RECORD
        END-PERFORM.
        CLOSE PRICE_NOTICE_LOG_FILE.
    WRITE-NOTICE-LOG-EXIT.
    *>9.配布プロファイルの補完
    *>(店舗範囲の帳票を受け取る受領者に、その店舗の通知・棚札の行を足す)
    PROFILE-RTN SECTION.
        OPEN INPUT PROFILE_FILE.
        IF PROFILE_STATUS NOT = "00"
            THEN
                DISPLAY "RECIPIENT PROFILE NOT FOUND. "
                    "NOTICES NOT DISTRIBUTED."
                MOVE STORE_TBL_SIZE TO WK_NO_RECIPIENT_CNT
                GO TO PROFILE-EXIT
        END-IF.
        PERFORM UNTIL PROFILE_STATUS NOT = "00"
            READ PROFILE_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF PRF_TBL_SIZE < 100
                        THEN
                            ADD 1 TO PRF_TBL_SIZE
                            SET PRF_IDX TO PRF_TBL_SIZE
                            MOVE PRF_RECIPIENT TO PFT_RECIPIENT(PRF_IDX)
                            MOVE PRF_REPORT TO PFT_REPORT(PRF_IDX)
                            MOVE PRF_SCOPE_TYPE TO PFT_SCOPE_TYPE(PRF_IDX)
                            MOVE PRF_SCOPE_ID TO PFT_SCOPE_ID(PRF_IDX)
                        ELSE
                            DISPLAY "PROFILE TABLE FULL. "
                                "PROFILE NOT UPDATED."
                            ADD 1 TO WK_SKIP_CNT
                            CLOSE PROFILE_FILE
                            GO TO PROFILE-EXIT
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE PROFILE_FILE.
    *>受領者ブレイクごとに不足行を洗い出し、その受領者の行の後ろへ書き足す
        MOVE ZERO TO WK_PRF_ADD_CNT.
        OPEN OUTPUT PROFILE_FILE.
        MOVE 1 TO WK_PRF_SUB.
        PERFORM UNTIL WK_PRF_SUB > PRF_TBL_SIZE
            MOVE PFT_RECIPIENT(WK_PRF_SUB) TO WK_RECIPIENT
            MOVE WK_PRF_SUB TO WK_FIRST_SUB
            MOVE ZERO TO ADD_TBL_SIZE
            PERFORM UNTIL WK_PRF_SUB > PRF_TBL_SIZE
                    OR PFT_RECIPIENT(WK_PRF_SUB) NOT = WK_RECIPIENT
                MOVE SPACE TO PROFILE_RECORD
                MOVE PFT_RECIPIENT(WK_PRF_SUB) TO PRF_RECIPIENT
                MOVE PFT_REPORT(WK_PRF_SUB) TO PRF_REPORT
                MOVE PFT_SCOPE_TYPE(WK_PRF_SUB) TO PRF_SCOPE_TYPE
                MOVE PFT_SCOPE_ID(WK_PRF_SUB) TO PRF_SCOPE_ID
                WRITE PROFILE_RECORD
                IF PFT_SCOPE_TYPE(WK_PRF_SUB) = "S"
                    THEN
                        PERFORM PROFILE-CHECK-RTN
                END-IF
                ADD 1 TO WK_PRF_SUB
            END-PERFORM
            PERFORM VARYING ADD_IDX FROM 1 BY 1
                    UNTIL ADD_IDX > ADD_TBL_SIZE
                MOVE SPACE TO PROFILE_RECORD
                MOVE WK_RECIPIENT TO PRF_RECIPIENT
                MOVE ADD_REPORT(ADD_IDX) TO PRF_REPORT
                MOVE "S" TO PRF_SCOPE_TYPE
                MOVE ADD_SCOPE_ID(ADD_IDX) TO PRF_SCOPE_ID
                WRITE PROFILE_RECORD
                ADD 1 TO WK_PRF_ADD_CNT
                DISPLAY "PROFILE ROW ADDED: " PROFILE_RECORD
            END-PERFORM
        END-PERFORM.
        CLOSE PROFILE_FILE.
    *>店舗範囲の受領者がいない有効店舗は、通知が届かないので知らせる
        PERFORM VARYING STORE_IDX FROM 1 BY 1
                UNTIL STORE_IDX > STORE_TBL_SIZE
            IF STT_RECIPIENT_SW(STORE_IDX) NOT = "Y"
                THEN
                    DISPLAY "NO RECIPIENT FOR STORE: " STT_ID(STORE_IDX)
                    ADD 1 TO WK_NO_RECIPIENT_CNT
            END-IF
        END-PERFORM.
    PROFILE-EXIT.
    *>9-1.店舗範囲の行1件について、同じ受領者・店舗の通知・棚札の行があるか調べる
    PROFILE-CHECK-RTN SECTION.
        MOVE PFT_SCOPE_ID(WK_PRF_SUB) TO WK_CHECK_ID.
        SET STORE_IDX TO 1.
        SEARCH STORE_TBL
            AT END
                GO TO PROFILE-CHECK-EXIT
            WHEN STT_ID(STORE_IDX) = WK_CHECK_ID
                MOVE "Y" TO STT_RECIPIENT_SW(STORE_IDX)
        END-SEARCH.
        MOVE "PriceNotice.txt" TO WK_CHECK_REPORT.
        PERFORM PROFILE-FIND-RTN.
        MOVE "ShelfLabels.txt" TO WK_CHECK_REPORT.
        PERFORM PROFILE-FIND-RTN.
    PROFILE-CHECK-EXIT.
    *>9-2.受領者の行と追加予定の行を探し、無ければ追加予定に入れる
    PROFILE-FIND-RTN SECTION.
        MOVE "N" TO WK_FOUND_SW.
        PERFORM VARYING WK_SCAN_SUB FROM WK_FIRST_SUB BY 1
                UNTIL WK_SCAN_SUB > PRF_TBL_SIZE
                OR PFT_RECIPIENT(WK_SCAN_SUB) NOT = WK_RECIPIENT
            IF PFT_REPORT(WK_SCAN_SUB) = WK_CHECK_REPORT
                    AND PFT_SCOPE_TYPE(WK_SCAN_SUB) = "S"
                    AND PFT_SCOPE_ID(WK_SCAN_SUB) = WK_CHECK_ID
                THEN
                    SET WK_FOUND TO TRUE
            END-IF
        END-PERFORM.
        PERFORM VARYING ADD_IDX FROM 1 BY 1
                UNTIL ADD_IDX > ADD_TBL_SIZE
            IF ADD_REPORT(ADD_IDX) = WK_CHECK_REPORT
                    AND ADD_SCOPE_ID(ADD_IDX) = WK_CHECK_ID
                THEN
                    SET WK_FOUND TO TRUE
            END-IF
        END-PERFORM.
        IF WK_FOUND OR ADD_TBL_SIZE >= 100
            THEN
                GO TO PROFILE-FIND-EXIT
        END-IF.
        ADD 1 TO ADD_TBL_SIZE.
        SET ADD_IDX TO ADD_TBL_SIZE.
        MOVE WK_CHECK_REPORT TO ADD_REPORT(ADD_IDX).
        MOVE WK_CHECK_ID TO ADD_SCOPE_ID(ADD_IDX).
    PROFILE-FIND-EXIT.
*>PriceNoticeParm.txtの1行 = 先読み日数(2)(例: 07)
*>PriceNoticeLog.txtの1行 = 品番(5) 適用開始日(8) 新単価(7) 通知日(8) 通知店舗数(3)
*>(品番+適用開始日で通知済みを判定する。APPLICATION_89_PRICE_MAINTは同じ品番・
*>適用開始日の行を重ねて登録させないので、この2項目で価格行が1つに決まる)
*>適用開始日が業務日付より前の行(遡って登録された行)は既に有効なので通知しない
*>PriceNotice.txt = 価格変更通知、ShelfLabels.txt = 棚札(見出し行は"***"で始まる。
*>店舗分の行は行頭4桁が店舗ID。新規品番は旧単価・差額を空白にする)
*>RecipientProfile.txtへの追加行 = 受領者(10) 帳票名(30) S 店舗ID(4)
*>(その受領者の既存行の直後に入れるので、受領者順の並びは崩れない)
