*>勤怠例外の解除 勤怠例外の点検(APPLICATION_151_ATTEND_EXCEPT)が未解除例外ファイル
*>(AttendanceOpen.txt)へ出した例外を、上長が1件ずつ確認して解除(C)・保留(S)する
*>(APPLICATION_148_EXPENSE_APPROVEと同じ作り。サインオンはOPERATOR_SIGNON、権限3)
*>解除には理由を必ず付け、解除記録(AttendanceClear.txt)へ上長のオペレータIDと
*>日時つきで追記する。残業(OVERTIME)の解除はその残業時間を承認したことになる
*>二重入力(DUPENTRY)を解除すると両方の行が支給される(分割勤務など正しい場合だけ解除する)
*>解除した例外は未解除例外ファイルから除く。全て解除されれば給与チェーン
*>(APPLICATION_151からの再実行)を続けられる
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_152_ATTEND_CLEAR.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT ATTEND_OPEN_FILE
            ASSIGN TO "AttendanceOpen.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ATTEND_OPEN_STATUS.
        SELECT ATTEND_CLEAR_FILE
            ASSIGN TO "AttendanceClear.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ATTEND_CLEAR_STATUS.
DATA DIVISION.
    FILE SECTION.
        FD ATTEND_OPEN_FILE.
        01 ATTEND_OPEN_RECORD.
            05 AOP_EMPLOYEE PIC X(05).
            05 FILLER PIC X(01).
            05 AOP_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 AOP_TYPE PIC X(08).
            05 FILLER PIC X(01).
            05 AOP_SCHED_HOURS PIC 9(02)V9(01).
            05 FILLER PIC X(01).
            05 AOP_REG_HOURS PIC 9(02)V9(01).
            05 FILLER PIC X(01).
            05 AOP_OT_HOURS PIC 9(02)V9(01).
            05 FILLER PIC X(01).
            05 AOP_OT_APPROVED PIC 9(02)V9(01).
        FD ATTEND_CLEAR_FILE.
        01 ATTEND_CLEAR_RECORD.
            05 CLR_EMPLOYEE PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CLR_DATE PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CLR_TYPE PIC X(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CLR_HOURS PIC 9(02)V9(01).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CLR_SUPERVISOR PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CLR_CLEAR_DATE PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CLR_CLEAR_TIME PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CLR_REASON PIC X(20).
    WORKING-STORAGE SECTION.
        01 ATTEND_OPEN_STATUS PIC XX.
        01 ATTEND_CLEAR_STATUS PIC XX.
        01 ATTEND_CLEAR_SW PIC X(01) VALUE "N".
            88 ATTEND_CLEAR_OPENED VALUE "Y".
*>OPERATOR_SIGNONからの戻りエリア(勤怠例外の解除には権限3)
        01 WK_SIGNON_AREA.
            05 WK_SO_OPERATOR PIC X(05).
            05 WK_SO_NAME PIC X(10).
            05 WK_SO_AUTHORITY PIC 9(01).
            05 WK_SO_RESULT PIC X(01).
        01 WK_SL_EVENT PIC X(10).
*>未解除例外テーブル(1行をそのまま持ち、解除した行に印を付けて残りを書き戻す)
        01 AOP_TBL_MASTER.
            05 AOP_TBL_SIZE PIC 9(04) VALUE ZERO.
            05 AOP_TBL OCCURS 0 TO 9999
                DEPENDING ON AOP_TBL_SIZE
                INDEXED BY AOP_IDX.
                10 AOT_RECORD PIC X(39).
                10 AOT_CLEARED_SW PIC X(01).
*>コンソール入力エリア
        01 WORKING-AREA.
            05 CONSOLE_DECISION PIC X(01).
            05 CONSOLE_REASON PIC X(20).
*>画面表示用の時間
        01 WK_SCHED_DISP PIC Z9.9.
        01 WK_REG_DISP PIC Z9.9.
        01 WK_OT_DISP PIC Z9.9.
        01 WK_APPROVED_DISP PIC Z9.9.
*>件数集計(解除/保留の例外数)
        01 WK_CLEARED_CNT PIC 9(05) VALUE ZERO.
        01 WK_HELD_CNT PIC 9(05) VALUE ZERO.
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
        IF WK_SO_AUTHORITY < 3
            THEN
                DISPLAY "ATTENDANCE CLEARANCE REQUIRES AUTHORITY 3."
                GOBACK
        END-IF.
        MOVE "ATTCLEAR" TO WK_SL_EVENT.
        CALL "SESSION_LOG" USING WK_SO_OPERATOR WK_SL_EVENT.
        PERFORM LOAD_OPEN_PROC.
        IF AOP_TBL_SIZE = ZERO
            THEN
                DISPLAY "NO ATTENDANCE EXCEPTIONS OPEN."
                GOBACK
        END-IF.
*>未解除の例外を1件ずつ表示し、解除(C)/保留(S)を受け付ける
        PERFORM VARYING AOP_IDX FROM 1 BY 1
                UNTIL AOP_IDX > AOP_TBL_SIZE
            MOVE AOT_RECORD(AOP_IDX) TO ATTEND_OPEN_RECORD
            PERFORM REVIEW_EXCEPTION_PROC
        END-PERFORM.
        PERFORM SAVE_OPEN_PROC.
        DISPLAY "ATTENDANCE CLEARANCE END. CLEARED:" WK_CLEARED_CNT
            " STILL OPEN:" WK_HELD_CNT.
        IF WK_HELD_CNT = ZERO
            THEN
                DISPLAY "ALL EXCEPTIONS CLEARED. RE-RUN THE ATTENDANCE"
                    " CHECK TO RELEASE PAYROLL."
        END-IF.
        GOBACK.
*>例外1件分の表示と判断の受け付け(解除には理由が必要)
    REVIEW_EXCEPTION_PROC.
        MOVE AOP_SCHED_HOURS TO WK_SCHED_DISP.
        MOVE AOP_REG_HOURS TO WK_REG_DISP.
        MOVE AOP_OT_HOURS TO WK_OT_DISP.
        MOVE AOP_OT_APPROVED TO WK_APPROVED_DISP.
        DISPLAY "EXCEPTION: " AOP_TYPE " EMPLOYEE=" AOP_EMPLOYEE
            " DATE=" AOP_DATE.
        DISPLAY "  SCHEDULED=" WK_SCHED_DISP " REGULAR=" WK_REG_DISP
            " OVERTIME=" WK_OT_DISP " OT APPROVED=" WK_APPROVED_DISP.
        DISPLAY "(C)LEAR (S)KIP >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_DECISION FROM CONSOLE.
        IF CONSOLE_DECISION NOT = "C"
            THEN
                ADD 1 TO WK_HELD_CNT
                EXIT PARAGRAPH
        END-IF.
        DISPLAY "REASON (20 CHARACTERS) >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_REASON FROM CONSOLE.
        IF CONSOLE_REASON = SPACE
            THEN
                DISPLAY "  REASON REQUIRED. EXCEPTION LEFT OPEN."
                ADD 1 TO WK_HELD_CNT
                EXIT PARAGRAPH
        END-IF.
        PERFORM WRITE_CLEAR_PROC.
        MOVE "Y" TO AOT_CLEARED_SW(AOP_IDX).
        ADD 1 TO WK_CLEARED_CNT.
        EXIT.
*>解除1件分を解除記録へ残す(残業はその時間まで承認したものとして記録する)
    WRITE_CLEAR_PROC.
        IF NOT ATTEND_CLEAR_OPENED
            THEN
                OPEN EXTEND ATTEND_CLEAR_FILE
                IF ATTEND_CLEAR_STATUS NOT = "00"
                    THEN
                        OPEN OUTPUT ATTEND_CLEAR_FILE
                END-IF
                SET ATTEND_CLEAR_OPENED TO TRUE
        END-IF.
        MOVE SPACE TO ATTEND_CLEAR_RECORD.
        MOVE AOP_EMPLOYEE TO CLR_EMPLOYEE.
        MOVE AOP_DATE TO CLR_DATE.
        MOVE AOP_TYPE TO CLR_TYPE.
        IF AOP_TYPE = "OVERTIME"
            THEN
                MOVE AOP_OT_HOURS TO CLR_HOURS
            ELSE
                MOVE ZERO TO CLR_HOURS
        END-IF.
        MOVE WK_SO_OPERATOR TO CLR_SUPERVISOR.
        ACCEPT CLR_CLEAR_DATE FROM DATE YYYYMMDD.
        ACCEPT CLR_CLEAR_TIME FROM TIME.
        MOVE CONSOLE_REASON TO CLR_REASON.
        WRITE ATTEND_CLEAR_RECORD.
        EXIT.
*>未解除例外ファイルの読み込み
    LOAD_OPEN_PROC.
        OPEN INPUT ATTEND_OPEN_FILE.
        IF ATTEND_OPEN_STATUS = "00"
            THEN
                PERFORM UNTIL ATTEND_OPEN_STATUS NOT = "00"
                    READ ATTEND_OPEN_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF AOP_TBL_SIZE < 9999
                                THEN
                                    ADD 1 TO AOP_TBL_SIZE
                                    MOVE ATTEND_OPEN_RECORD
                                        TO AOT_RECORD(AOP_TBL_SIZE)
                                    MOVE "N" TO
                                        AOT_CLEARED_SW(AOP_TBL_SIZE)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ATTEND_OPEN_FILE
        END-IF.
        EXIT.
*>未解除例外ファイルの書き戻し(解除した行を除く)
    SAVE_OPEN_PROC.
        OPEN OUTPUT ATTEND_OPEN_FILE.
        PERFORM VARYING AOP_IDX FROM 1 BY 1
                UNTIL AOP_IDX > AOP_TBL_SIZE
            IF AOT_CLEARED_SW(AOP_IDX) NOT = "Y"
                THEN
                    MOVE AOT_RECORD(AOP_IDX) TO ATTEND_OPEN_RECORD
                    WRITE ATTEND_OPEN_RECORD
            END-IF
        END-PERFORM.
        CLOSE ATTEND_OPEN_FILE.
        IF ATTEND_CLEAR_OPENED
            THEN
                CLOSE ATTEND_CLEAR_FILE
        END-IF.
        EXIT.
*>AttendanceClear.txtの1行 = 従業員(5) 日付(8) 例外区分(8) 認めた残業時間(3)
*>解除者(5) 解除日(8) 解除時刻(8) 理由(20)
*>同じ従業員・日付・例外区分の解除はAPPLICATION_151が次回の点検からCLEAREDとして扱う
*>メインメニュー(APPLICATION_165_MAIN_MENU)からCALLされるため、終了はSTOP RUNではなく
*>GOBACKでメニューへ戻る(単独で起動したときはSTOP RUNと同じ)
