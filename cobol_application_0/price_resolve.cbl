*>PRICE_RESOLVE 得意先×品番×数量×日付から単価を決める共通サブルーチン。
*>受注メニュー(GETTING_STARTED_11_SUBROUTINE)、EDI受注取込(APPLICATION_135_EDI_ORDERS)、
*>請求生成(APPLICATION_85_INVOICING)が同じ順序で値付けするために使う
*>  (1)得意先契約 = 価格取決め(PriceAgreements.txt)のうちその得意先の行
*>  (2)数量割引   = 価格取決めのうち得意先"*****"(全得意先)の行
*>  (3)定価       = 価格マスタ(PriceMaster.txt)の適用開始日がその日以前で最新の行
*>取決めの行は品番(00000=全品番)、適用期間(開始日~終了日)、最低数量(数量割引の段階。
*>数量がこれ以上の時に使う)、種別(P=単価指定 D=定価からの値引率)を持つ。
*>同じ段で複数の行が当てはまれば、品番指定の行を全品番の行より優先し、
*>次に最低数量の大きい段、次に適用開始日の新しい行を使う
*>値引率の行は定価が無い品番には使えない(次の段へ進む)。値引後の単価は1円未満切り捨て
*>返す値付け区分 C=得意先契約 Q=数量割引 L=定価 空白=単価なし(0円)
*>ファイルは再読込の指定("Y")があった時だけ読み直す(ATP_PROJECTIONと同じ)
IDENTIFICATION DIVISION.
PROGRAM-ID. PRICE_RESOLVE.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT PRICE_MASTER_FILE
            ASSIGN TO "PriceMaster.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PRICE_MASTER_STATUS.
        SELECT PRICE_AGREEMENT_FILE
            ASSIGN TO "PriceAgreements.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PRICE_AGREEMENT_STATUS.
DATA DIVISION.
    FILE SECTION.
        FD PRICE_MASTER_FILE.
        01 PRICE_MASTER_RECORD.
            05 PR_HINBAN PIC 9(05).
            05 FILLER PIC X(01).
            05 PR_EFFECTIVE PIC 9(08).
            05 FILLER PIC X(01).
            05 PR_UNIT_PRICE PIC 9(07).
        FD PRICE_AGREEMENT_FILE.
        01 PRICE_AGREEMENT_RECORD.
            05 PA_CUSTOMER PIC X(05).
            05 FILLER PIC X(01).
            05 PA_HINBAN PIC 9(05).
            05 FILLER PIC X(01).
            05 PA_FROM PIC 9(08).
            05 FILLER PIC X(01).
            05 PA_TO PIC 9(08).
            05 FILLER PIC X(01).
            05 PA_MIN_QTY PIC 9(05).
            05 FILLER PIC X(01).
            05 PA_TYPE PIC X(01).
            05 FILLER PIC X(01).
            05 PA_PRICE PIC 9(07).
            05 FILLER PIC X(01).
            05 PA_DISC_PCT PIC 9(03)V9(02).
    WORKING-STORAGE SECTION.
        01 PRICE_MASTER_STATUS PIC XX.
        01 PRICE_AGREEMENT_STATUS PIC XX.
        01 SW_LOADED PIC X(01) VALUE "N".
*>価格マスタテーブル(品番×適用開始日)
        01 PRICE_TBL_MASTER.
            05 PRICE_TBL_SIZE PIC 9(04) VALUE ZERO.
            05 PRICE_TBL OCCURS 0 TO 2000
                DEPENDING ON PRICE_TBL_SIZE
                INDEXED BY PRICE_IDX.
                10 PRT_HINBAN PIC 9(05).
                10 PRT_EFFECTIVE PIC 9(08).
                10 PRT_PRICE PIC 9(07).
*>価格取決めテーブル
        01 AGR_TBL_MASTER.
            05 AGR_TBL_SIZE PIC 9(04) VALUE ZERO.
            05 AGR_TBL OCCURS 0 TO 2000
                DEPENDING ON AGR_TBL_SIZE
                INDEXED BY AGR_IDX.
                10 AGT_CUSTOMER PIC X(05).
                10 AGT_HINBAN PIC 9(05).
                10 AGT_FROM PIC 9(08).
                10 AGT_TO PIC 9(08).
                10 AGT_MIN_QTY PIC 9(05).
                10 AGT_TYPE PIC X(01).
                10 AGT_PRICE PIC 9(07).
                10 AGT_DISC_PCT PIC 9(03)V9(02).
        01 WK_SUB PIC 9(04).
        01 WK_BEST_SUB PIC 9(04).
        01 WK_CUSTOMER PIC X(05).
        01 WK_LIST_PRICE PIC 9(07).
        01 SW_LIST_FOUND PIC X(01).
        01 WK_BAD_CNT PIC 9(05) VALUE ZERO.
    LINKAGE SECTION.
        01 PRR-CUSTOMER PIC X(05).
        01 PRR-HINBAN PIC 9(05).
        01 PRR-QTY PIC 9(05).
        01 PRR-DATE PIC 9(08).
        01 PRR-RELOAD PIC X(01).
        01 PRR-RESULT.
            05 PRR-UNIT-PRICE PIC 9(07).
            05 PRR-LIST-PRICE PIC 9(07).
            05 PRR-RULE PIC X(01).
PROCEDURE DIVISION USING PRR-CUSTOMER PRR-HINBAN PRR-QTY PRR-DATE
        PRR-RELOAD PRR-RESULT.
    MAIN-RTN SECTION.
        IF PRR-RELOAD = "Y" OR SW_LOADED NOT = "Y"
            THEN
                PERFORM LOAD-RTN
        END-IF.
        MOVE ZERO TO PRR-UNIT-PRICE PRR-LIST-PRICE.
        MOVE SPACE TO PRR-RULE.
        PERFORM LIST-PRICE-RTN.
        MOVE WK_LIST_PRICE TO PRR-LIST-PRICE.
*>(1)得意先契約
        MOVE PRR-CUSTOMER TO WK_CUSTOMER.
        PERFORM AGREEMENT-RTN.
        IF WK_BEST_SUB > ZERO
            THEN
                MOVE "C" TO PRR-RULE
                GO TO MAIN-EXIT
        END-IF.
*>(2)数量割引(全得意先向けの段階)
        MOVE "*****" TO WK_CUSTOMER.
        PERFORM AGREEMENT-RTN.
        IF WK_BEST_SUB > ZERO
            THEN
                MOVE "Q" TO PRR-RULE
                GO TO MAIN-EXIT
        END-IF.
*>(3)定価
        IF SW_LIST_FOUND = "1"
            THEN
                MOVE WK_LIST_PRICE TO PRR-UNIT-PRICE
                MOVE "L" TO PRR-RULE
        END-IF.
    MAIN-EXIT.
        GOBACK.
    *>1.その日の定価(価格マスタの適用開始日がその日以前で最新の行)
    LIST-PRICE-RTN SECTION.
        MOVE ZERO TO WK_LIST_PRICE WK_BEST_SUB.
        MOVE SPACE TO SW_LIST_FOUND.
        PERFORM VARYING WK_SUB FROM 1 BY 1
                UNTIL WK_SUB > PRICE_TBL_SIZE
            IF PRT_HINBAN(WK_SUB) = PRR-HINBAN
                    AND PRT_EFFECTIVE(WK_SUB) <= PRR-DATE
                THEN
                    IF WK_BEST_SUB = ZERO
                            OR PRT_EFFECTIVE(WK_SUB)
                                > PRT_EFFECTIVE(WK_BEST_SUB)
                        THEN
                            MOVE WK_SUB TO WK_BEST_SUB
                    END-IF
            END-IF
        END-PERFORM.
        IF WK_BEST_SUB > ZERO
            THEN
                MOVE PRT_PRICE(WK_BEST_SUB) TO WK_LIST_PRICE
                MOVE "1" TO SW_LIST_FOUND
        END-IF.
    LIST-PRICE-EXIT.
    *>2.WK_CUSTOMERの取決めのうち当てはまる最良の行を選び、単価を決める
    *>(当てはまる行が無ければWK_BEST_SUB=0)
    AGREEMENT-RTN SECTION.
        MOVE ZERO TO WK_BEST_SUB.
        PERFORM VARYING WK_SUB FROM 1 BY 1
                UNTIL WK_SUB > AGR_TBL_SIZE
            IF AGT_CUSTOMER(WK_SUB) = WK_CUSTOMER
                    AND (AGT_HINBAN(WK_SUB) = PRR-HINBAN
                        OR AGT_HINBAN(WK_SUB) = ZERO)
                    AND AGT_FROM(WK_SUB) <= PRR-DATE
                    AND AGT_TO(WK_SUB) >= PRR-DATE
                    AND AGT_MIN_QTY(WK_SUB) <= PRR-QTY
                    AND (AGT_TYPE(WK_SUB) = "P"
                        OR SW_LIST_FOUND = "1")
                THEN
                    PERFORM AGREEMENT-BETTER-RTN
            END-IF
        END-PERFORM.
        IF WK_BEST_SUB = ZERO
            THEN
                GO TO AGREEMENT-EXIT
        END-IF.
        IF AGT_TYPE(WK_BEST_SUB) = "P"
            THEN
                MOVE AGT_PRICE(WK_BEST_SUB) TO PRR-UNIT-PRICE
            ELSE
                COMPUTE PRR-UNIT-PRICE = WK_LIST_PRICE
                    * (100 - AGT_DISC_PCT(WK_BEST_SUB)) / 100
        END-IF.
    AGREEMENT-EXIT.
    *>2-1.WK_SUBの行がこれまでの最良の行より優先するなら入れ替える
    *>(品番指定>全品番、次に最低数量の大きい段、次に適用開始日の新しい行)
    AGREEMENT-BETTER-RTN SECTION.
        IF WK_BEST_SUB = ZERO
            THEN
                MOVE WK_SUB TO WK_BEST_SUB
                GO TO AGREEMENT-BETTER-EXIT
        END-IF.
        IF AGT_HINBAN(WK_SUB) NOT = AGT_HINBAN(WK_BEST_SUB)
            THEN
                IF AGT_HINBAN(WK_SUB) NOT = ZERO
                    THEN
                        MOVE WK_SUB TO WK_BEST_SUB
                END-IF
                GO TO AGREEMENT-BETTER-EXIT
        END-IF.
        IF AGT_MIN_QTY(WK_SUB) NOT = AGT_MIN_QTY(WK_BEST_SUB)
            THEN
                IF AGT_MIN_QTY(WK_SUB) > AGT_MIN_QTY(WK_BEST_SUB)
                    THEN
                        MOVE WK_SUB TO WK_BEST_SUB
                END-IF
                GO TO AGREEMENT-BETTER-EXIT
        END-IF.
        IF AGT_FROM(WK_SUB) > AGT_FROM(WK_BEST_SUB)
            THEN
                MOVE WK_SUB TO WK_BEST_SUB
        END-IF.
    AGREEMENT-BETTER-EXIT.
    *>3.価格マスタと価格取決めの読み込み(形式の合わない取決めの行は使わずに表示する)
    LOAD-RTN SECTION.
        MOVE ZERO TO PRICE_TBL_SIZE AGR_TBL_SIZE WK_BAD_CNT.
        OPEN INPUT PRICE_MASTER_FILE.
        IF PRICE_MASTER_STATUS = "00"
            THEN
                PERFORM UNTIL PRICE_MASTER_STATUS NOT = "00"
                    READ PRICE_MASTER_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF PRICE_TBL_SIZE < 2000
                                THEN
                                    ADD 1 TO PRICE_TBL_SIZE
                                    SET PRICE_IDX TO PRICE_TBL_SIZE
                                    MOVE PR_HINBAN TO PRT_HINBAN(PRICE_IDX)
                                    MOVE PR_EFFECTIVE
                                        TO PRT_EFFECTIVE(PRICE_IDX)
                                    MOVE PR_UNIT_PRICE
                                        TO PRT_PRICE(PRICE_IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PRICE_MASTER_FILE
        END-IF.
        OPEN INPUT PRICE_AGREEMENT_FILE.
        IF PRICE_AGREEMENT_STATUS = "00"
            THEN
                PERFORM UNTIL PRICE_AGREEMENT_STATUS NOT = "00"
                    READ PRICE_AGREEMENT_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            PERFORM LOAD-AGREEMENT-RTN
                    END-READ
                END-PERFORM
                CLOSE PRICE_AGREEMENT_FILE
        END-IF.
        IF WK_BAD_CNT > ZERO
            THEN
                DISPLAY "PRICE AGREEMENT LINES IGNORED: " WK_BAD_CNT
        END-IF.
        MOVE "Y" TO SW_LOADED.
    LOAD-EXIT.
    *>3-1.価格取決め1行の検査と積み込み
    LOAD-AGREEMENT-RTN SECTION.
        IF PA_CUSTOMER = SPACE
                OR PA_HINBAN IS NOT NUMERIC
                OR PA_FROM IS NOT NUMERIC
                OR PA_TO IS NOT NUMERIC
                OR PA_MIN_QTY IS NOT NUMERIC
                OR (PA_TYPE NOT = "P" AND PA_TYPE NOT = "D")
                OR PA_PRICE IS NOT NUMERIC
                OR PA_DISC_PCT IS NOT NUMERIC
                OR PA_DISC_PCT > 100
                OR PA_TO < PA_FROM
                OR AGR_TBL_SIZE >= 2000
            THEN
                ADD 1 TO WK_BAD_CNT
                DISPLAY "PRICE AGREEMENT IGNORED: "
                    PRICE_AGREEMENT_RECORD(1:32)
                GO TO LOAD-AGREEMENT-EXIT
        END-IF.
        ADD 1 TO AGR_TBL_SIZE.
        SET AGR_IDX TO AGR_TBL_SIZE.
        MOVE PA_CUSTOMER TO AGT_CUSTOMER(AGR_IDX).
        MOVE PA_HINBAN TO AGT_HINBAN(AGR_IDX).
        MOVE PA_FROM TO AGT_FROM(AGR_IDX).
        MOVE PA_TO TO AGT_TO(AGR_IDX).
        MOVE PA_MIN_QTY TO AGT_MIN_QTY(AGR_IDX).
        MOVE PA_TYPE TO AGT_TYPE(AGR_IDX).
        MOVE PA_PRICE TO AGT_PRICE(AGR_IDX).
        MOVE PA_DISC_PCT TO AGT_DISC_PCT(AGR_IDX).
    LOAD-AGREEMENT-EXIT.
*>PriceAgreements.txtの1行 = 得意先(5:"*****"=全得意先の数量割引) 品番(5:00000=全品番)
*>適用開始日(8) 適用終了日(8:99999999=期限なし) 最低数量(5:段階なしは00000)
*>種別(1:P=単価指定 D=値引率) 単価(7:Pの時) 値引率(5:小数2桁。01250=12.50%、Dの時)
*>(各項目間は空白1桁)
*>PriceMaster.txtの1行 = 品番(5) 適用開始日(8) 単価(7)
