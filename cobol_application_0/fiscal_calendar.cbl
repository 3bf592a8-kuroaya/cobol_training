*>FISCAL_CALENDAR 会計カレンダーマスタ(FiscalCalendar.txt)から会計期間を返す
*>共通サブルーチン
*>当社の会計年度は4月始まりの4-4-5週(13週を4週・4週・5週の3期間に分ける)で、
*>暦月とは期間の切れ目が一致しないため、月次の帳票・締めは暦年月ではなく
*>このサブルーチンが返す会計年度・期間で選択・集計・見出し付けする
*>マスタはAPPLICATION_158_FISCAL_CALENDARが会計年度単位で作る
*>  モード"D" 日付(FC-DATE)から会計年度・期間・週と、その期間の開始日・終了日を返す
*>  モード"P" 会計期間(FC-FISCAL-PERIOD=年度4桁+期間2桁)から開始日・終了日を返す
*>マスタに無い日付・期間は暦月を会計期間とみなして返し、FC-FOUNDを"N"にする
*>(マスタを作る前の環境でも従来どおり暦年月で動く)
*>マスタは最初の呼び出しで読み込み、以後は読み直さない
IDENTIFICATION DIVISION.
PROGRAM-ID. FISCAL_CALENDAR.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT FISCAL_CALENDAR_FILE
            ASSIGN TO "FiscalCalendar.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FISCAL_CALENDAR_STATUS.
DATA DIVISION.
    FILE SECTION.
        FD FISCAL_CALENDAR_FILE.
        01 FISCAL_CALENDAR_RECORD.
            05 FCF_WEEK_START PIC 9(08).
            05 FILLER PIC X(01).
            05 FCF_YEAR PIC 9(04).
            05 FILLER PIC X(01).
            05 FCF_PERIOD PIC 9(02).
            05 FILLER PIC X(01).
            05 FCF_WEEK PIC 9(02).
    WORKING-STORAGE SECTION.
        01 FISCAL_CALENDAR_STATUS PIC XX.
        01 FC-LOADED-SW PIC X(01) VALUE SPACE.
*>会計週の表(週開始日の昇順。1年53週まで、10年分)
        01 FC-WEEK-TBL-MASTER.
            05 FC-WEEK-SIZE PIC 9(03) VALUE ZERO.
            05 FC-WEEK-TBL OCCURS 0 TO 540
                DEPENDING ON FC-WEEK-SIZE
                INDEXED BY FC-WEEK-IDX.
                10 FCW-START PIC 9(08).
                10 FCW-YEAR PIC 9(04).
                10 FCW-PERIOD PIC 9(02).
                10 FCW-WEEK PIC 9(02).
        01 FC-SUB PIC 9(03).
        01 FC-HIT PIC 9(03).
        01 FC-DATE-INT PIC 9(08).
        01 FC-START-INT PIC 9(08).
*>暦月によるフォールバック用
        01 FC-CAL-DATE PIC 9(08).
        01 FC-CAL-PARTS REDEFINES FC-CAL-DATE.
            05 FC-CAL-YYYY PIC 9(04).
            05 FC-CAL-MM PIC 9(02).
            05 FC-CAL-DD PIC 9(02).
        01 FC-NEXT-FIRST PIC 9(08).
        01 FC-NEXT-PARTS REDEFINES FC-NEXT-FIRST.
            05 FC-NEXT-YYYY PIC 9(04).
            05 FC-NEXT-MM PIC 9(02).
            05 FC-NEXT-DD PIC 9(02).
    LINKAGE SECTION.
        01 FC-MODE PIC X(01).
        01 FC-DATE PIC 9(08).
        01 FC-AREA.
            05 FC-FISCAL-PERIOD PIC 9(06).
            05 FC-FISCAL-PARTS REDEFINES FC-FISCAL-PERIOD.
                10 FC-FISCAL-YEAR PIC 9(04).
                10 FC-FISCAL-PP PIC 9(02).
            05 FC-FISCAL-WEEK PIC 9(02).
            05 FC-PERIOD-START PIC 9(08).
            05 FC-PERIOD-END PIC 9(08).
            05 FC-FOUND PIC X(01).
PROCEDURE DIVISION USING FC-MODE FC-DATE FC-AREA.
    MAIN-RTN SECTION.
        IF FC-LOADED-SW NOT = "1"
            THEN
                PERFORM LOAD-RTN
        END-IF.
        MOVE "N" TO FC-FOUND.
        MOVE ZERO TO FC-HIT.
        IF FC-MODE = "P"
            THEN
                PERFORM PERIOD-RTN
            ELSE
                PERFORM DATE-RTN
        END-IF.
    MAIN-EXIT.
        EXIT PROGRAM.
*>1.日付から会計期間(週開始日<=日付<週開始日+7の週を探す)
    DATE-RTN SECTION.
        MOVE ZERO TO FC-FISCAL-PERIOD FC-FISCAL-WEEK
            FC-PERIOD-START FC-PERIOD-END.
        IF FC-DATE IS NOT NUMERIC
                OR FC-DATE = ZERO
            THEN
                GO TO DATE-EXIT
        END-IF.
        IF FC-WEEK-SIZE > ZERO
                AND FC-DATE >= FCW-START(1)
            THEN
                COMPUTE FC-DATE-INT = FUNCTION INTEGER-OF-DATE(FC-DATE)
                PERFORM VARYING FC-SUB FROM 1 BY 1
                        UNTIL FC-SUB > FC-WEEK-SIZE
                            OR FCW-START(FC-SUB) > FC-DATE
                    MOVE FC-SUB TO FC-HIT
                END-PERFORM
        END-IF.
        IF FC-HIT > ZERO
            THEN
                COMPUTE FC-START-INT =
                    FUNCTION INTEGER-OF-DATE(FCW-START(FC-HIT))
                IF FC-DATE-INT - FC-START-INT > 6
                    THEN
                        MOVE ZERO TO FC-HIT
                END-IF
        END-IF.
        IF FC-HIT = ZERO
            THEN
                MOVE FC-DATE TO FC-CAL-DATE
                MOVE FC-CAL-YYYY TO FC-FISCAL-YEAR
                MOVE FC-CAL-MM TO FC-FISCAL-PP
                COMPUTE FC-FISCAL-WEEK = (FC-CAL-DD - 1) / 7 + 1
                PERFORM CALENDAR-RANGE-RTN
                GO TO DATE-EXIT
        END-IF.
        MOVE FCW-YEAR(FC-HIT) TO FC-FISCAL-YEAR.
        MOVE FCW-PERIOD(FC-HIT) TO FC-FISCAL-PP.
        MOVE FCW-WEEK(FC-HIT) TO FC-FISCAL-WEEK.
        MOVE "Y" TO FC-FOUND.
        PERFORM RANGE-RTN.
    DATE-EXIT.
*>2.会計期間から開始日・終了日
    PERIOD-RTN SECTION.
        MOVE ZERO TO FC-FISCAL-WEEK FC-PERIOD-START FC-PERIOD-END.
        IF FC-FISCAL-PERIOD IS NOT NUMERIC
            THEN
                GO TO PERIOD-EXIT
        END-IF.
        PERFORM VARYING FC-SUB FROM 1 BY 1
                UNTIL FC-SUB > FC-WEEK-SIZE
                    OR FC-HIT > ZERO
            IF FCW-YEAR(FC-SUB) = FC-FISCAL-YEAR
                    AND FCW-PERIOD(FC-SUB) = FC-FISCAL-PP
                THEN
                    MOVE FC-SUB TO FC-HIT
            END-IF
        END-PERFORM.
        IF FC-HIT = ZERO
            THEN
                IF FC-FISCAL-PP >= 1 AND FC-FISCAL-PP <= 12
                    THEN
                        PERFORM CALENDAR-RANGE-RTN
                END-IF
                GO TO PERIOD-EXIT
        END-IF.
        MOVE "Y" TO FC-FOUND.
        PERFORM RANGE-RTN.
    PERIOD-EXIT.
*>共通.マスタ上の期間の範囲(期間の最初の週の開始日から最後の週の開始日+6日)
    RANGE-RTN SECTION.
        PERFORM VARYING FC-SUB FROM FC-HIT BY -1
                UNTIL FC-SUB < 1
                    OR FCW-YEAR(FC-SUB) NOT = FC-FISCAL-YEAR
                    OR FCW-PERIOD(FC-SUB) NOT = FC-FISCAL-PP
            MOVE FCW-START(FC-SUB) TO FC-PERIOD-START
        END-PERFORM.
        PERFORM VARYING FC-SUB FROM FC-HIT BY 1
                UNTIL FC-SUB > FC-WEEK-SIZE
                    OR FCW-YEAR(FC-SUB) NOT = FC-FISCAL-YEAR
                    OR FCW-PERIOD(FC-SUB) NOT = FC-FISCAL-PP
            COMPUTE FC-PERIOD-END = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(FCW-START(FC-SUB)) + 6)
        END-PERFORM.
    RANGE-EXIT.
*>共通.暦月を期間とみなした範囲(1日から翌月1日の前日)
    CALENDAR-RANGE-RTN SECTION.
        MOVE FC-FISCAL-YEAR TO FC-CAL-YYYY.
        MOVE FC-FISCAL-PP TO FC-CAL-MM.
        MOVE 1 TO FC-CAL-DD.
        MOVE FC-CAL-DATE TO FC-PERIOD-START.
        IF FC-CAL-MM = 12
            THEN
                COMPUTE FC-NEXT-YYYY = FC-CAL-YYYY + 1
                MOVE 1 TO FC-NEXT-MM
            ELSE
                MOVE FC-CAL-YYYY TO FC-NEXT-YYYY
                COMPUTE FC-NEXT-MM = FC-CAL-MM + 1
        END-IF.
        MOVE 1 TO FC-NEXT-DD.
        COMPUTE FC-PERIOD-END = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(FC-NEXT-FIRST) - 1).
    CALENDAR-RANGE-EXIT.
*>共通.マスタの読み込み(数字でない行は読み飛ばす)
    LOAD-RTN SECTION.
        MOVE "1" TO FC-LOADED-SW.
        MOVE ZERO TO FC-WEEK-SIZE.
        OPEN INPUT FISCAL_CALENDAR_FILE.
        IF FISCAL_CALENDAR_STATUS NOT = "00"
            THEN
                GO TO LOAD-EXIT
        END-IF.
        PERFORM UNTIL FISCAL_CALENDAR_STATUS NOT = "00"
            READ FISCAL_CALENDAR_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF FCF_WEEK_START IS NUMERIC
                            AND FCF_YEAR IS NUMERIC
                            AND FCF_PERIOD IS NUMERIC
                            AND FCF_WEEK IS NUMERIC
                            AND FC-WEEK-SIZE < 540
                        THEN
                            ADD 1 TO FC-WEEK-SIZE
                            SET FC-WEEK-IDX TO FC-WEEK-SIZE
                            MOVE FCF_WEEK_START TO FCW-START(FC-WEEK-IDX)
                            MOVE FCF_YEAR TO FCW-YEAR(FC-WEEK-IDX)
                            MOVE FCF_PERIOD TO FCW-PERIOD(FC-WEEK-IDX)
                            MOVE FCF_WEEK TO FCW-WEEK(FC-WEEK-IDX)
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE FISCAL_CALENDAR_FILE.
    LOAD-EXIT.
    END PROGRAM FISCAL_CALENDAR.
*>FiscalCalendar.txtの1行 = 週開始日(8) 会計年度(4) 期間(2) 年度内の週番号(2)(空白区切り)
*>会計週ごとに1行、週開始日の昇順。会計年度は期首日の属する暦年で呼ぶ
*>(例:2026年4月期首の年度は2026)
