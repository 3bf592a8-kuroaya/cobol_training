*>控除明細(DeductionDetail.txt)から解決し、金額はPRINT_EDITの
*>ゼロ抑制編集項目を通して印字する。実行日はRUN_DATE_STAMPで見出しに入れる
*>最終ページは支給人数と手取り支給総額の管理ページ(支給実行の合計と一致すること)
*>有給休暇の残日数(休暇マスタLeaveMaster.txtの今回付与分+前回付与分の残り)と
*>今回付与日以降の取得日数を、手取りの下に印字する(付与前の従業員は印字しない)
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_55_PAY_SLIP.
ENVIRONMENT DIVISION.
            FILE STATUS IS DEDUCTION_DETAIL_STATUS.
        SELECT PRINT_FILE ASSIGN TO "PaySlips.txt"
            FILE STATUS IS PRINT_STATUS.
*>休暇マスタ(有給休暇の残日数を明細書に印字する)
        SELECT LEAVE_MASTER_FILE
            ASSIGN TO "LeaveMaster.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LEAVE_MASTER_STATUS.
*>法定料率テーブル(適用中の版番号を明細書に印字する)
        SELECT STAT_RATES_FILE
            ASSIGN TO "StatRates.txt"
            05 DD_AMOUNT PIC 9(05).
        FD PRINT_FILE.
        01 PRINT_RECORD PIC X(40).
        FD LEAVE_MASTER_FILE.
        01 LEAVE_MASTER_RECORD.
            05 LV_EMPLOYEE PIC X(05).
            05 FILLER PIC X(01).
            05 LV_HIRE_DATE PIC X(08).
            05 FILLER PIC X(01).
            05 LV_GRANT_DATE PIC X(08).
            05 FILLER PIC X(01).
            05 LV_GRANT_DAYS PIC X(03).
            05 FILLER PIC X(01).
            05 LV_CUR_REMAIN PIC 9(02)V9(01).
            05 FILLER PIC X(01).
            05 LV_TAKEN_YEAR PIC 9(02)V9(01).
            05 FILLER PIC X(01).
            05 LV_PRIOR_DATE PIC X(08).
            05 FILLER PIC X(01).
            05 LV_PRIOR_GRANT_DAYS PIC X(03).
            05 FILLER PIC X(01).
            05 LV_PRIOR_REMAIN PIC 9(02)V9(01).
            05 FILLER PIC X(01).
            05 LV_PRIOR_TAKEN PIC X(03).
        FD STAT_RATES_FILE.
        01 STAT_RATES_RECORD.
            05 SR_EFFECTIVE PIC 9(08).
        01 EMPLOYEE_MASTER_STATUS PIC XX.
        01 DEDUCTION_DETAIL_STATUS PIC XX.
        01 PRINT_STATUS PIC XX.
        01 LEAVE_MASTER_STATUS PIC XX.
*>有給休暇テーブル(付与済みの従業員の残日数と取得日数)
        01 LV_TBL_MASTER.
            05 LV_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 LV_TBL OCCURS 0 TO 200
                DEPENDING ON LV_TBL_SIZE
                INDEXED BY LV_IDX.
                10 LVT_EMPLOYEE PIC X(05).
                10 LVT_BALANCE PIC 9(03)V9(01).
                10 LVT_TAKEN PIC 9(02)V9(01).
*>従業員マスタテーブル(氏名・所属の解決用)
        01 EMP_TBL_MASTER.
            05 EMP_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 PIC X(12) VALUE "RATE TABLE: ".
            05 SLIP_RATE_VERSION PIC X(04).
            05 PIC X(24) VALUE SPACE.
        01 SLIP_LEAVE_LINE.
            05 PIC X(13) VALUE "PAID LEAVE:  ".
            05 SLIP_LEAVE_BALANCE PIC ZZ9.9.
            05 PIC X(06) VALUE " LEFT ".
            05 SLIP_LEAVE_TAKEN PIC Z9.9.
            05 PIC X(06) VALUE " TAKEN".
            05 PIC X(06) VALUE SPACE.
        01 CONTROL_TITLE_LINE.
            05 PIC X(22) VALUE "*** CONTROL PAGE ***".
            05 PIC X(18) VALUE SPACE.
    INITIALIZE_PART.
        PERFORM LOAD-EMP-MASTER-RTN.
        PERFORM LOAD-DEDUCTIONS-RTN.
        PERFORM LOAD-LEAVE-RTN.
        OPEN INPUT PAY_DETAIL_FILE.
        OPEN OUTPUT PRINT_FILE.
        IF PAY_DETAIL_STATUS NOT = "00" OR PRINT_STATUS NOT = "00"
                AT END
                    CONTINUE
                NOT AT END
*>等級表の行("B"で始まる)は料率の版ではないので読み飛ばす
                    IF SR_EFFECTIVE IS NUMERIC
                            AND SR_EFFECTIVE <= WK_SLIP_DATE
                            AND SR_EFFECTIVE >= WK_BEST_EFFECTIVE
                        THEN
                            MOVE SR_EFFECTIVE TO WK_BEST_EFFECTIVE
        MOVE OUT_NET_PAY TO PE_AMOUNT_7.
        MOVE PE_AMOUNT_7 TO SLIP_AMOUNT_DISP.
        WRITE PRINT_RECORD FROM SLIP_AMOUNT_LINE AFTER 2 LINE.
*>有給休暇の残日数(付与済みの従業員のみ)
        SET LV_IDX TO 1.
        SEARCH LV_TBL
            AT END
                CONTINUE
            WHEN LVT_EMPLOYEE(LV_IDX) = OUT_EMPLOYEE_ID
                MOVE LVT_BALANCE(LV_IDX) TO SLIP_LEAVE_BALANCE
                MOVE LVT_TAKEN(LV_IDX) TO SLIP_LEAVE_TAKEN
                WRITE PRINT_RECORD FROM SLIP_LEAVE_LINE AFTER 2 LINE
        END-SEARCH.
        ADD 1 TO WK_PAID_CNT.
        ADD OUT_NET_PAY TO WK_NET_TOTAL.
    PRINT-ONE-SLIP-EXIT.
                CLOSE DEDUCTION_DETAIL_FILE
        END-IF.
    LOAD-DEDUCTIONS-EXIT.
*>休暇マスタの読み込み(付与前で残日数が空白の行は読み飛ばす)
    LOAD-LEAVE-RTN SECTION.
        OPEN INPUT LEAVE_MASTER_FILE.
        IF LEAVE_MASTER_STATUS NOT = "00"
            THEN
                GO TO LOAD-LEAVE-EXIT
        END-IF.
        PERFORM UNTIL LEAVE_MASTER_STATUS NOT = "00"
            READ LEAVE_MASTER_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF LV_CUR_REMAIN IS NUMERIC
                            AND LV_PRIOR_REMAIN IS NUMERIC
                            AND LV_TAKEN_YEAR IS NUMERIC
                            AND LV_TBL_SIZE < 200
                        THEN
                            ADD 1 TO LV_TBL_SIZE
                            SET LV_IDX TO LV_TBL_SIZE
                            MOVE LV_EMPLOYEE TO LVT_EMPLOYEE(LV_IDX)
                            COMPUTE LVT_BALANCE(LV_IDX) =
                                LV_CUR_REMAIN + LV_PRIOR_REMAIN
                            MOVE LV_TAKEN_YEAR TO LVT_TAKEN(LV_IDX)
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE LEAVE_MASTER_FILE.
    LOAD-LEAVE-EXIT.
*>1名=1ページ。管理ページのNET DISBURSEDは支給実行のPayDetail合計と一致する
*>PAID LEAVEの行 = 残日数(今回付与分+前回付与分) と今回付与日以降の取得日数
