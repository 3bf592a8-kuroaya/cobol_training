*>標準報酬月額の承認 標準報酬月額の決定(APPLICATION_144_STD_REMUN)で
*>"P"(承認待ち)になった改定を、人事の責任者が従業員ごとに確認して
*>承認(A)または却下(J)する
*>(APPLICATION_117_AP_PAY_APPROVEと同じ作り。サインオンはOPERATOR_SIGNON、権限3)
*>承認した改定は"A"となり、適用日から給与計算(APPLICATION_34_PAYROLL)の
*>健保・年金の計算に使われる。却下した改定は消え、現在の等級のまま。
*>判断しなかった(S)改定は承認待ちのまま残る
*>全ての判断はオペレータIDと日時つきでStdRemApprovalLog.txtへ残す
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_145_STD_REM_APPROVE.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT STD_REM_FILE
            ASSIGN TO "StdRemMaster.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS STD_REM_STATUS.
        SELECT APPROVAL_LOG_FILE
            ASSIGN TO "StdRemApprovalLog.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS APPROVAL_LOG_STATUS.
DATA DIVISION.
    FILE SECTION.
        FD STD_REM_FILE.
        01 STD_REM_RECORD.
            05 SRM_EMPLOYEE PIC X(05).
            05 FILLER PIC X(01).
            05 SRM_CUR_GRADE PIC X(02).
            05 FILLER PIC X(01).
            05 SRM_CUR_STANDARD PIC X(07).
            05 FILLER PIC X(01).
            05 SRM_CUR_EFFECTIVE PIC X(08).
            05 FILLER PIC X(01).
            05 SRM_NEW.
                10 SRM_NEW_GRADE PIC X(02).
                10 FILLER PIC X(01).
                10 SRM_NEW_STANDARD PIC X(07).
                10 FILLER PIC X(01).
                10 SRM_NEW_EFFECTIVE PIC X(08).
                10 FILLER PIC X(01).
                10 SRM_NEW_STATUS PIC X(01).
                10 FILLER PIC X(01).
                10 SRM_NEW_REASON PIC X(01).
                10 FILLER PIC X(01).
                10 SRM_NEW_AVERAGE PIC X(07).
        FD APPROVAL_LOG_FILE.
        01 APPROVAL_LOG_RECORD.
            05 APL_DATE PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 APL_TIME PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 APL_OPERATOR PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 APL_ACTION PIC X(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 APL_EMPLOYEE PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 APL_CUR_GRADE PIC X(02).
            05 FILLER PIC X(01) VALUE SPACE.
            05 APL_NEW_GRADE PIC X(02).
            05 FILLER PIC X(01) VALUE SPACE.
            05 APL_NEW_STANDARD PIC X(07).
            05 FILLER PIC X(01) VALUE SPACE.
            05 APL_NEW_EFFECTIVE PIC X(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 APL_NEW_REASON PIC X(01).
    WORKING-STORAGE SECTION.
        01 STD_REM_STATUS PIC XX.
        01 APPROVAL_LOG_STATUS PIC XX.
        01 APPROVAL_LOG_SW PIC X(01) VALUE "N".
            88 APPROVAL_LOG_OPENED VALUE "Y".
*>OPERATOR_SIGNONからの戻りエリア(標準報酬月額の承認には権限3)
        01 WK_SIGNON_AREA.
            05 WK_SO_OPERATOR PIC X(05).
            05 WK_SO_NAME PIC X(10).
            05 WK_SO_AUTHORITY PIC 9(01).
            05 WK_SO_RESULT PIC X(01).
        01 WK_SL_EVENT PIC X(10).
*>標準報酬月額マスタテーブル(1行をそのまま持ち、判断後に全件を書き戻す)
        01 SRT_TBL_MASTER.
            05 SRT_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 SRT_TBL OCCURS 0 TO 200
                DEPENDING ON SRT_TBL_SIZE
                INDEXED BY SRT_IDX.
                10 SRT_RECORD PIC X(57).
*>コンソール入力エリア
        01 WORKING-AREA.
            05 CONSOLE_DECISION PIC X(01).
            05 WK_ACTION PIC X(08).
        01 WK_REASON_NAME PIC X(12).
*>件数集計(承認/却下/未判断の従業員数)
        01 WK_APPROVED_CNT PIC 9(05) VALUE ZERO.
        01 WK_REJECTED_CNT PIC 9(05) VALUE ZERO.
        01 WK_SKIPPED_CNT PIC 9(05) VALUE ZERO.
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
                DISPLAY "STD REMUNERATION APPROVAL REQUIRES AUTHORITY 3."
                GOBACK
        END-IF.
        MOVE "STDREMAPRV" TO WK_SL_EVENT.
        CALL "SESSION_LOG" USING WK_SO_OPERATOR WK_SL_EVENT.
        PERFORM LOAD_STD_REM_PROC.
*>承認待ちの改定を1名ずつ表示し、承認(A)/却下(J)/未判断(S)を受け付ける
        PERFORM VARYING SRT_IDX FROM 1 BY 1
                UNTIL SRT_IDX > SRT_TBL_SIZE
            MOVE SRT_RECORD(SRT_IDX) TO STD_REM_RECORD
            IF SRM_NEW_STATUS = "P"
                THEN
                    PERFORM REVIEW_EMPLOYEE_PROC
            END-IF
        END-PERFORM.
        IF WK_APPROVED_CNT + WK_REJECTED_CNT + WK_SKIPPED_CNT = ZERO
            THEN
                DISPLAY "NO GRADES PROPOSED."
                GOBACK
        END-IF.
        PERFORM SAVE_STD_REM_PROC.
        DISPLAY "STD REMUNERATION APPROVAL END. APPROVED:"
            WK_APPROVED_CNT " REJECTED:" WK_REJECTED_CNT
            " SKIPPED:" WK_SKIPPED_CNT.
        GOBACK.
*>従業員1名分の改定の表示と判断の受け付け
    REVIEW_EMPLOYEE_PROC.
        EVALUATE SRM_NEW_REASON
            WHEN "A"
                MOVE "ANNUAL" TO WK_REASON_NAME
            WHEN "M"
                MOVE "**MID-YEAR**" TO WK_REASON_NAME
            WHEN "N"
                MOVE "NEW ENTRANT" TO WK_REASON_NAME
            WHEN OTHER
                MOVE SRM_NEW_REASON TO WK_REASON_NAME
        END-EVALUATE.
        DISPLAY "EMPLOYEE=" SRM_EMPLOYEE " REASON=" WK_REASON_NAME
            " AVERAGE=" SRM_NEW_AVERAGE.
        DISPLAY "  CURRENT: GRADE=" SRM_CUR_GRADE
            " STANDARD=" SRM_CUR_STANDARD.
        DISPLAY "  PROPOSED: GRADE=" SRM_NEW_GRADE
            " STANDARD=" SRM_NEW_STANDARD " FROM " SRM_NEW_EFFECTIVE.
        DISPLAY "(A)PPROVE (J)REJECT (S)KIP >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_DECISION FROM CONSOLE.
        EVALUATE CONSOLE_DECISION
            WHEN "A"
                MOVE "APPROVE" TO WK_ACTION
                PERFORM WRITE_LOG_PROC
                MOVE "A" TO SRM_NEW_STATUS
                ADD 1 TO WK_APPROVED_CNT
            WHEN "J"
                MOVE "REJECT" TO WK_ACTION
                PERFORM WRITE_LOG_PROC
                MOVE SPACE TO SRM_NEW
                ADD 1 TO WK_REJECTED_CNT
            WHEN OTHER
                ADD 1 TO WK_SKIPPED_CNT
        END-EVALUATE.
        MOVE STD_REM_RECORD TO SRT_RECORD(SRT_IDX).
        EXIT.
*>判断1件分を承認ログへ残す(日時・承認者・判断・従業員・等級・標準報酬月額・適用日・理由)
    WRITE_LOG_PROC.
        IF NOT APPROVAL_LOG_OPENED
            THEN
                OPEN EXTEND APPROVAL_LOG_FILE
                IF APPROVAL_LOG_STATUS NOT = "00"
                    THEN
                        OPEN OUTPUT APPROVAL_LOG_FILE
                END-IF
                SET APPROVAL_LOG_OPENED TO TRUE
        END-IF.
        MOVE SPACE TO APPROVAL_LOG_RECORD.
        ACCEPT APL_DATE FROM DATE YYYYMMDD.
        ACCEPT APL_TIME FROM TIME.
        MOVE WK_SO_OPERATOR TO APL_OPERATOR.
        MOVE WK_ACTION TO APL_ACTION.
        MOVE SRM_EMPLOYEE TO APL_EMPLOYEE.
        MOVE SRM_CUR_GRADE TO APL_CUR_GRADE.
        MOVE SRM_NEW_GRADE TO APL_NEW_GRADE.
        MOVE SRM_NEW_STANDARD TO APL_NEW_STANDARD.
        MOVE SRM_NEW_EFFECTIVE TO APL_NEW_EFFECTIVE.
        MOVE SRM_NEW_REASON TO APL_NEW_REASON.
        WRITE APPROVAL_LOG_RECORD.
        EXIT.
*>標準報酬月額マスタの読み込み
    LOAD_STD_REM_PROC.
        OPEN INPUT STD_REM_FILE.
        IF STD_REM_STATUS = "00"
            THEN
                PERFORM UNTIL STD_REM_STATUS NOT = "00"
                    READ STD_REM_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF SRT_TBL_SIZE < 200
                                THEN
                                    ADD 1 TO SRT_TBL_SIZE
                                    MOVE STD_REM_RECORD
                                        TO SRT_RECORD(SRT_TBL_SIZE)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE STD_REM_FILE
        END-IF.
        EXIT.
*>標準報酬月額マスタの書き戻し(承認="A" 却下=改定欄を空白 未判断="P"のまま)
    SAVE_STD_REM_PROC.
        OPEN OUTPUT STD_REM_FILE.
        PERFORM VARYING SRT_IDX FROM 1 BY 1
                UNTIL SRT_IDX > SRT_TBL_SIZE
            MOVE SRT_RECORD(SRT_IDX) TO STD_REM_RECORD
            WRITE STD_REM_RECORD
        END-PERFORM.
        CLOSE STD_REM_FILE.
        IF APPROVAL_LOG_OPENED
            THEN
                CLOSE APPROVAL_LOG_FILE
        END-IF.
        EXIT.
*>StdRemApprovalLog.txtの1行 = 日付(8) 時刻(8) 承認者(5) 判断(8:APPROVE/REJECT)
*>従業員(5) 現在の等級(2) 改定の等級(2) 標準報酬月額(7) 適用日(8) 理由(1)
*>メインメニュー(APPLICATION_165_MAIN_MENU)からCALLされるため、終了はSTOP RUNではなく
*>GOBACKでメニューへ戻る(単独で起動したときはSTOP RUNと同じ)
