*>部門別の時間登録簿(HoursRegister.txt)を印字する(上長は時間を承認する。
*>計算の検算はこの登録簿で行う)
*>本プログラムはPayInput.txtを作り直すため、手数料(APPLICATION_90)より先に流すこと
*>退職者("T")の時間は登録簿にだけ載せ、給与入力は作らない(最終月の支給は
*>退職精算APPLICATION_146_LEAVER_SETTLEが日割りで1行にまとめて追記する)
*>勤怠例外の点検(APPLICATION_151_ATTEND_EXCEPT)の未解除例外(AttendanceOpen.txt)に
*>対象月の行が残っている間は計算しない(RC=16。上長がAPPLICATION_152で解除してから流す)
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_101_HOURS_CALC.
ENVIRONMENT DIVISION.
            ASSIGN TO "HoursParm.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS HOURS_PARM_STATUS.
        SELECT ATTEND_OPEN_FILE
            ASSIGN TO "AttendanceOpen.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ATTEND_OPEN_STATUS.
        SELECT PAY_INPUT_FILE
            ASSIGN TO "PayInput.txt"
            ORGANIZATION IS LINE SEQUENTIAL.
            05 TS_REG_HOURS PIC 9(02)V9(01).
            05 FILLER PIC X(01).
            05 TS_OT_HOURS PIC 9(02)V9(01).
            05 FILLER PIC X(02).
        FD EMPLOYEE_RATE_FILE.
        01 EMPLOYEE_RATE_RECORD.
            05 ER_EMPLOYEE PIC X(05).
        FD HOURS_PARM_FILE.
        01 HOURS_PARM_RECORD.
            05 HOURS_PARM_VALUE PIC X(06).
*>未解除の勤怠例外(APPLICATION_151_ATTEND_EXCEPTが作る。従業員と日付だけ見る)
        FD ATTEND_OPEN_FILE.
        01 ATTEND_OPEN_RECORD.
            05 AOP_EMPLOYEE PIC X(05).
            05 FILLER PIC X(01).
            05 AOP_DATE PIC 9(08).
            05 FILLER PIC X(25).
        FD PAY_INPUT_FILE.
        01 PAY_INPUT_RECORD.
            05 IN_EMPLOYEE_ID PIC X(05).
        01 EMPLOYEE_RATE_STATUS PIC XX.
        01 EMPLOYEE_MASTER_STATUS PIC XX.
        01 HOURS_PARM_STATUS PIC XX.
        01 ATTEND_OPEN_STATUS PIC XX.
        01 WK_ATTEND_OPEN_CNT PIC 9(05) VALUE ZERO.
        01 WK_BUSINESS_DATE PIC 9(08).
        01 WK_PERIOD PIC 9(06).
        01 WK_OT_MULT PIC 9(01)V9(02) VALUE 1.25.
                10 HTB_REG PIC 9(04)V9(01).
                10 HTB_OT PIC 9(04)V9(01).
                10 HTB_GROSS PIC 9(07).
                10 HTB_STATUS PIC X(01).
        01 WK_HOURS_SUB PIC 9(03).
        01 WK_GROSS PIC 9(07).
        01 WK_CAPPED_CNT PIC 9(03) VALUE ZERO.
        01 WK_NORATE_CNT PIC 9(03) VALUE ZERO.
        01 WK_LEAVER_CNT PIC 9(03) VALUE ZERO.
*>部門小計(登録簿は所属順でなくてもよいよう部門別テーブルで集計する)
        01 DEPT_TBL_MASTER.
            05 DEPT_TBL_SIZE PIC 9(02) VALUE ZERO.
        CALL "BUSINESS_DATE" USING WK_BUSINESS_DATE.
        MOVE WK_BUSINESS_DATE(1:6) TO WK_PERIOD.
        PERFORM PARM-RTN.
        PERFORM CHECK-ATTENDANCE-RTN.
        IF WK_ATTEND_OPEN_CNT > ZERO
            THEN
                DISPLAY "ATTENDANCE EXCEPTIONS NOT CLEARED FOR "
                    WK_PERIOD ": " WK_ATTEND_OPEN_CNT
                DISPLAY "HOURS CALC NOT RUN. CLEAR THEM FIRST."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
        PERFORM SUM-TIMESHEETS-RTN.
        IF HOURS_TBL_SIZE = ZERO
            THEN
            THEN
                DISPLAY "GROSS CAPPED AT 99999: " WK_CAPPED_CNT
        END-IF.
        IF WK_LEAVER_CNT > ZERO
            THEN
                DISPLAY "LEAVERS LEFT TO SETTLEMENT (NO PAY INPUT): "
                    WK_LEAVER_CNT
        END-IF.
        DISPLAY "HOURS CALC COMPLETE FOR " WK_PERIOD
            ". EMPLOYEES: " HOURS_TBL_SIZE.
        STOP RUN.
                ADD HTB_REG(WK_HOURS_SUB) TO DPT_REG(DEPT_IDX)
                ADD HTB_OT(WK_HOURS_SUB) TO DPT_OT(DEPT_IDX)
        END-SEARCH.
*>退職者の最終月は退職精算の1行で支給する(ここでは給与入力を作らない)
        IF HTB_STATUS(WK_HOURS_SUB) = "T"
            THEN
                ADD 1 TO WK_LEAVER_CNT
                GO TO PAY-ONE-EMP-EXIT
        END-IF.
*>PayInput行(PayInputの総支給は5桁まで。超過は打ち切りで警告)
        MOVE SPACE TO PAY_INPUT_RECORD.
        MOVE HTB_EMPLOYEE(WK_HOURS_SUB) TO IN_EMPLOYEE_ID.
                                                    (HOURS_IDX)
                                            MOVE SPACES TO
                                                HTB_BELONGS(HOURS_IDX)
                                                HTB_STATUS(HOURS_IDX)
                                            MOVE ZERO TO
                                                HTB_RATE(HOURS_IDX)
                                                HTB_GROSS(HOURS_IDX)
            END-IF
        END-PERFORM.
    RESOLVE-RATES-EXIT.
    *>4.所属と状態の解決(従業員マスタから)
    RESOLVE-BELONGS-RTN SECTION.
        OPEN INPUT EMPLOYEE_MASTER_FILE.
        IF EMPLOYEE_MASTER_STATUS NOT = "00"
                            CONTINUE
                        WHEN HTB_EMPLOYEE(HOURS_IDX) = EM_CODE
                            MOVE EM_BELONGS TO HTB_BELONGS(HOURS_IDX)
                            MOVE EM_STATUS TO HTB_STATUS(HOURS_IDX)
                    END-SEARCH
            END-READ
        END-PERFORM.
                CLOSE HOURS_PARM_FILE
        END-IF.
    PARM-EXIT.
    *>6.未解除の勤怠例外の確認(対象月の行を数える。ファイルが無ければ0件)
    CHECK-ATTENDANCE-RTN SECTION.
        OPEN INPUT ATTEND_OPEN_FILE.
        IF ATTEND_OPEN_STATUS NOT = "00"
            THEN
                GO TO CHECK-ATTENDANCE-EXIT
        END-IF.
        PERFORM UNTIL ATTEND_OPEN_STATUS NOT = "00"
            READ ATTEND_OPEN_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF AOP_DATE(1:6) = WK_PERIOD
                        THEN
                            ADD 1 TO WK_ATTEND_OPEN_CNT
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE ATTEND_OPEN_FILE.
    CHECK-ATTENDANCE-EXIT.
*>Timesheets.txtの末尾の区分(L=有給休暇)は読まない。有給休暇の行も所定時間として
*>そのまま支給する(APPLICATION_100_TIMESHEETが全日8.0/半日4.0時間で記録する)
*>EmployeeRate.txtの1行 = 従業員(5) 時給(5)
*>HoursParm.txtの1行目 = 対象年月(6桁)。無ければ業務日付の月
*>HoursParm.txtの2行目 = 残業割増率の100倍(3桁。無ければ125=1.25倍)
*>PayInput.txtはこのプログラムが作り直す。手数料の追記(APPLICATION_90)や
*>給与実行(APPLICATION_34)より先に流すこと
*>AttendanceOpen.txtはAPPLICATION_151_ATTEND_EXCEPTが毎回作り直し、APPLICATION_152_
*>ATTEND_CLEARが解除した行を除く。給与チェーンではAPPLICATION_151をこの前に流すこと
