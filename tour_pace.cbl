*> ------------------------------------------------------- <*
*> Run as:
*> $ cobc -x -free -g -debug -Wall -I copybooks tour_pace.cbl; ./tour_pace
*> 出発前の有効ツアーの販売ペース(先行販売)リスト。
*> 出発日 (TOUR-SCHEDULE.DAT) が実行日以降のツアーごとに、
*> 予約済席数 (TOUR-BOOKING.DAT) を予約日から出発日までの日数で
*> 90日以上前・60~89日前・30~59日前・30日未満の帯に分けて印刷し、
*> 定員 (TOUR-CAPACITY.DAT) に対する搭乗率と待機中のキャンセル待ち席数を示す。
*> 出発済のツアー (有効・催行完了) から、出発N日前の時点で定員の何%が
*> 予約済だったかを求めて基準とし、各ツアーの現在の搭乗率を同じ残日数の
*> 基準と比べる。基準の90% (WS-BEHIND-PCT) に届かないツアーは遅れとして
*> 印を付ける。定員未登録のツアーは搭乗率を求めず比較しない。
*> 予約日の無い予約は出発日より十分前(90日以上前)の予約として扱い、
*> その件数を基準側(出発済ツアー)と対象ツアー側に分けて集計表へ印刷する。
*> 結果は TOUR-PACE.DAT へ印刷する。照会専用で、どのファイルも更新しない。
*> ------------------------------------------------------- <*

*> ***************************************************************************
*> * 見出し部
*> ***************************************************************************
IDENTIFICATION DIVISION.
  PROGRAM-ID. TOUR-PACE.


*> ***************************************************************************
*> * 環境部
*> ***************************************************************************
ENVIRONMENT DIVISION.

  INPUT-OUTPUT SECTION.
  FILE-CONTROL.
    SELECT TOUR-MASTER-FILE     ASSIGN TO 'TOUR-MASTER.DAT'     *> INFILE   / ツアーマスタファイル
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS IN-TOUR-CODE
      FILE STATUS IS WS-MASTER-STATUS.
    SELECT TOUR-SCHEDULE-FILE   ASSIGN TO 'TOUR-SCHEDULE.DAT'   *> INFILE   / スケジュールファイル
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS SCHD-TOUR-CODE
      FILE STATUS IS WS-SCHEDULE-STATUS.
    SELECT TOUR-BOOKING-FILE    ASSIGN TO 'TOUR-BOOKING.DAT'    *> INFILE   / 予約明細ファイル
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS BK-KEY
      FILE STATUS IS WS-BOOKING-STATUS.
    SELECT TOUR-CAPACITY-FILE   ASSIGN TO 'TOUR-CAPACITY.DAT'   *> INFILE   / ツアー定員ファイル
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS CAP-TOUR-CODE
      FILE STATUS IS WS-CAPACITY-STATUS.
    SELECT TOUR-WAITLIST-FILE   ASSIGN TO 'TOUR-WAITLIST.DAT'   *> INFILE   / キャンセル待ちファイル
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS WAIT-KEY
      FILE STATUS IS WS-WAITLIST-STATUS.
    SELECT TOUR-PACE-LIST       ASSIGN TO 'TOUR-PACE.DAT'       *> SYSPRINT / 販売ペースリスト
      ORGANIZATION IS LINE SEQUENTIAL.


*> ***************************************************************************
*> * データ部
*> ***************************************************************************
DATA DIVISION.

  *> ファイルの定義
  FILE SECTION.

    *> ツアーマスタファイル (IN-TOUR-CODEをキーとした索引編成ファイル)
    FD TOUR-MASTER-FILE
      LABEL RECORD IS STANDARD.

    COPY TOURMAST.

    *> スケジュールファイル (SCHD-TOUR-CODEをキーとした索引編成ファイル)
    FD TOUR-SCHEDULE-FILE
      LABEL RECORD IS STANDARD.

    COPY TOURSCHD.

    *> 予約明細ファイル (ツアーID+予約番号をキーとした索引編成ファイル)
    FD TOUR-BOOKING-FILE
      LABEL RECORD IS STANDARD.

    COPY TOURBOOK.

    *> ツアー定員ファイル (CAP-TOUR-CODEをキーとした索引編成ファイル)
    FD TOUR-CAPACITY-FILE
      LABEL RECORD IS STANDARD.

    COPY TOURCAP.

    *> キャンセル待ちファイル (ツアーID+受付順をキーとした索引編成ファイル)
    FD TOUR-WAITLIST-FILE
      LABEL RECORD IS STANDARD.

    COPY TOURWAIT.

    *> 販売ペースリスト
    FD TOUR-PACE-LIST
      LABEL RECORD IS OMITTED.

    01 TOUR-PACE-RECORDS        PIC X(150).

  *> 変数の定義
  WORKING-STORAGE SECTION.

    *> 一時利用
    01 FLAG-FILE-END            PIC 9(01) VALUE ZERO.     *> EODフラグ
    01 FLAG-ON                  PIC 9(01) VALUE 1.        *> 定数 ON
    01 FLAG-OFF                 PIC 9(01) VALUE 0.        *> 定数 OFF
    01 FLAG-BOOKING-END         PIC 9(01) VALUE ZERO.     *> 予約明細(当該ツアー)終了フラグ
    01 FLAG-WAIT-END            PIC 9(01) VALUE ZERO.     *> キャンセル待ち(当該ツアー)終了フラグ
    01 FLAG-MASTER-OPENED       PIC 9(01) VALUE ZERO.     *> マスタオープン済フラグ
    01 FLAG-BOOKING-OPENED      PIC 9(01) VALUE ZERO.     *> 予約明細オープン済フラグ
    01 FLAG-CAPACITY-OPENED     PIC 9(01) VALUE ZERO.     *> 定員オープン済フラグ
    01 FLAG-WAITLIST-OPENED     PIC 9(01) VALUE ZERO.     *> キャンセル待ちオープン済フラグ
    01 FLAG-UNDATED             PIC 9(01) VALUE ZERO.     *> 予約日なしフラグ

    01 WS-MASTER-STATUS         PIC X(02) VALUE '00'.     *> TOUR-MASTER-FILEの状態キー
      88 WS-MASTER-STATUS-OK    VALUE '00'.
    01 WS-SCHEDULE-STATUS       PIC X(02) VALUE '00'.     *> TOUR-SCHEDULE-FILEの状態キー
      88 WS-SCHEDULE-STATUS-OK  VALUE '00'.
    01 WS-BOOKING-STATUS        PIC X(02) VALUE '00'.     *> TOUR-BOOKING-FILEの状態キー
      88 WS-BOOKING-STATUS-OK   VALUE '00'.
    01 WS-CAPACITY-STATUS       PIC X(02) VALUE '00'.     *> TOUR-CAPACITY-FILEの状態キー
      88 WS-CAPACITY-STATUS-OK  VALUE '00'.
    01 WS-WAITLIST-STATUS       PIC X(02) VALUE '00'.     *> TOUR-WAITLIST-FILEの状態キー
      88 WS-WAITLIST-STATUS-OK  VALUE '00'.

    01 WS-RUN-DATE              PIC 9(08) VALUE ZERO.     *> 実行日(YYYYMMDD)

    *> 判定条件
    *> 基準搭乗率に対してこの割合(%)に届かなければ遅れとする
    01 WS-BEHIND-PCT            PIC 9(03) VALUE 90.       *> 遅れ判定の割合(%)

    *> 出発済ツアーの基準 (出発N日前に予約された席数。N=0~365、366は366日以上前)
    01 WS-HIST-DAY-MAX          PIC 9(03) VALUE 367.      *> テーブル要素数
    01 WS-HIST-TABLE.
      03 WS-HIST-DAY            OCCURS 367 TIMES.
        05 WS-HIST-DAY-SEATS    PIC 9(07).                *> 出発N日前に予約された席数
        05 WS-HIST-CUM-SEATS    PIC 9(07).                *> 出発N日前までに予約済の席数
    01 WS-HIST-IDX              PIC 9(03) VALUE ZERO.     *> テーブル添字
    01 WS-HIST-TOUR-COUNT       PIC 9(05) VALUE ZERO.     *> 基準にした出発済ツアー件数
    01 WS-HIST-CAP-TOTAL        PIC 9(08) VALUE ZERO.     *> 基準ツアーの定員合計

    *> ツアー1件の集計
    01 WS-DEPART-DATE           PIC 9(08) VALUE ZERO.     *> 出発日
    01 WS-DAYS-TO-GO            PIC S9(05) VALUE ZERO.    *> 出発までの残日数
    01 WS-DAYS-BEFORE           PIC S9(05) VALUE ZERO.    *> 予約日から出発日までの日数
    01 WS-CAP-SEATS             PIC 9(04) VALUE ZERO.     *> 当該ツアーの定員
    01 WS-CAP-SET-FLAG          PIC 9(01) VALUE ZERO.     *> 定員登録済フラグ
      88 WS-CAP-SET             VALUE 1.
    01 WS-BOOKED-SEATS          PIC 9(06) VALUE ZERO.     *> 予約済席数
    01 WS-BAND-SEATS-90         PIC 9(06) VALUE ZERO.     *> 90日以上前の予約席数
    01 WS-BAND-SEATS-60         PIC 9(06) VALUE ZERO.     *> 60~89日前の予約席数
    01 WS-BAND-SEATS-30         PIC 9(06) VALUE ZERO.     *> 30~59日前の予約席数
    01 WS-BAND-SEATS-00         PIC 9(06) VALUE ZERO.     *> 30日未満の予約席数
    01 WS-WAITING-SEATS         PIC 9(06) VALUE ZERO.     *> 待機中の希望席数
    01 WS-LOAD-PCT              PIC 9(03)V9 VALUE ZERO.   *> 搭乗率(%)
    01 WS-BASE-PCT              PIC 9(03)V9 VALUE ZERO.   *> 同時点の基準搭乗率(%)
    01 WS-LIMIT-PCT             PIC 9(03)V9 VALUE ZERO.   *> 遅れ判定の下限(%)

    *> 件数
    01 WS-REPORT-COUNT          PIC 9(05) VALUE ZERO.     *> 印刷件数
    01 WS-BEHIND-COUNT          PIC 9(05) VALUE ZERO.     *> 遅れ件数
    01 WS-NOCAP-COUNT           PIC 9(05) VALUE ZERO.     *> 定員未登録件数
    01 WS-UNDATED-HIST-COUNT    PIC 9(05) VALUE ZERO.     *> 予約日の無い予約件数(基準側)
    01 WS-UNDATED-PACE-COUNT    PIC 9(05) VALUE ZERO.     *> 予約日の無い予約件数(対象ツアー側)

    *> 販売ペースリスト出力域
    01 PRINT-PACE-TITLE.
      03 FILLER                 PIC X(34) VALUE '*** 販売ペースリスト ***'.
      03 FILLER                 PIC X(04) VALUE SPACE.
      03 FILLER                 PIC X(14) VALUE '基準日: '.
      03 PRINT-PACE-RUN-DATE    PIC 9(08).

    01 PRINT-PACE-HEADER.
      03 FILLER                 PIC X(07) VALUE 'ID'.
      03 FILLER                 PIC X(12) VALUE 'ﾂｱｰ名'.
      03 FILLER                 PIC X(10) VALUE '出発日'.
      03 FILLER                 PIC X(06) VALUE '残日'.
      03 FILLER                 PIC X(08) VALUE '定員'.
      03 FILLER                 PIC X(08) VALUE '予約'.
      03 FILLER                 PIC X(08) VALUE '90+'.
      03 FILLER                 PIC X(08) VALUE '60-89'.
      03 FILLER                 PIC X(08) VALUE '30-59'.
      03 FILLER                 PIC X(08) VALUE '<30'.
      03 FILLER                 PIC X(08) VALUE '待機'.
      03 FILLER                 PIC X(09) VALUE '搭乗率'.
      03 FILLER                 PIC X(07) VALUE '基準'.
      03 FILLER                 PIC X(06) VALUE '判定'.

    01 PRINT-PACE-LINE.
      03 PRINT-PACE-CODE        PIC X(05).
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-PACE-NAME        PIC X(10).
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-PACE-DEPART      PIC 9(08).
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-PACE-DAYS        PIC ZZZ9.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-PACE-CAP         PIC X(06).
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-PACE-BOOKED      PIC ZZZZZ9.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-PACE-BAND-90     PIC ZZZZZ9.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-PACE-BAND-60     PIC ZZZZZ9.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-PACE-BAND-30     PIC ZZZZZ9.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-PACE-BAND-00     PIC ZZZZZ9.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-PACE-WAITING     PIC ZZZZZ9.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-PACE-LOAD        PIC X(06).
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-PACE-BASE        PIC X(06).
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-PACE-VERDICT     PIC X(18).

    *> 搭乗率の編集用 (求められない場合は '-' で印刷する)
    01 WS-EDIT-PCT              PIC ZZ9.9.
    01 WS-EDIT-SEATS            PIC ZZZZZ9.

    01 PRINT-PACE-SUMMARY.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-SUMMARY-TEXT     PIC X(42).
      03 PRINT-SUMMARY-COUNT    PIC ZZ,ZZ9.

    *> 基準の推移 (出発90・60・30・0日前の基準搭乗率)
    01 PRINT-PACE-CURVE.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 FILLER                 PIC X(09) VALUE '出発'.
      03 PRINT-CURVE-DAYS       PIC ZZ9.
      03 FILLER                 PIC X(30) VALUE '日前の基準搭乗率'.
      03 PRINT-CURVE-PCT        PIC ZZ9.9.
      03 FILLER                 PIC X(01) VALUE '%'.


*> ***************************************************************************
*> * 手続き部
*> ***************************************************************************
PROCEDURE DIVISION.

*> 基本処理
BASE.
  DISPLAY 'TOUR-PACE'.
  DISPLAY '-- PROGRAM START --'.

  PERFORM                     INIT.

  IF      FLAG-MASTER-OPENED = FLAG-ON
          PERFORM              BUILD-HISTORY
          PERFORM              PACE-REPORT
          PERFORM              WRITE-PACE-SUMMARY
  END-IF.

  PERFORM                     FINALIZE.

  DISPLAY '-- PROGRAM EXIT   --'.
  STOP RUN.


*> ***************************************************************************
*> * 初期化処理
*> * = マスタとスケジュールが無ければ出発日が分からないため異常終了する。
*> *   予約明細・定員・キャンセル待ちが無い場合は0件として扱う
*> ***************************************************************************
INIT.
  ACCEPT  WS-RUN-DATE FROM DATE YYYYMMDD.

  OPEN    INPUT                 TOUR-MASTER-FILE.
  IF      NOT WS-MASTER-STATUS-OK
          DISPLAY 'エラー: マスタが開けません STATUS=' WS-MASTER-STATUS
          MOVE    8 TO RETURN-CODE
  ELSE
          OPEN    INPUT         TOUR-SCHEDULE-FILE
          IF      NOT WS-SCHEDULE-STATUS-OK
                  DISPLAY 'エラー: スケジュールが開けません STATUS='
                          WS-SCHEDULE-STATUS
                  MOVE    8 TO RETURN-CODE
                  CLOSE   TOUR-MASTER-FILE
          ELSE
                  MOVE    FLAG-ON TO FLAG-MASTER-OPENED
          END-IF
  END-IF.

  IF      FLAG-MASTER-OPENED = FLAG-ON
          OPEN    INPUT         TOUR-BOOKING-FILE
          IF      WS-BOOKING-STATUS-OK
                  MOVE    FLAG-ON TO FLAG-BOOKING-OPENED
          ELSE
                  DISPLAY '警告: 予約明細が開けません STATUS=' WS-BOOKING-STATUS
          END-IF

          OPEN    INPUT         TOUR-CAPACITY-FILE
          IF      WS-CAPACITY-STATUS-OK
                  MOVE    FLAG-ON TO FLAG-CAPACITY-OPENED
          ELSE
                  DISPLAY '警告: 定員ファイルが開けません STATUS='
                          WS-CAPACITY-STATUS
                  DISPLAY '      搭乗率と基準との比較は行えません'
          END-IF

          OPEN    INPUT         TOUR-WAITLIST-FILE
          IF      WS-WAITLIST-STATUS-OK
                  MOVE    FLAG-ON TO FLAG-WAITLIST-OPENED
          END-IF

          OPEN    OUTPUT        TOUR-PACE-LIST
          MOVE    WS-RUN-DATE TO PRINT-PACE-RUN-DATE
          WRITE   TOUR-PACE-RECORDS FROM PRINT-PACE-TITLE AFTER PAGE
          WRITE   TOUR-PACE-RECORDS FROM PRINT-PACE-HEADER AFTER 2
  END-IF.


*> ***************************************************************************
*> * 基準作成処理
*> * = 定員のある出発済ツアーの予約を、出発何日前に予約されたかで
*> *   積み上げ、出発N日前までの累計席数を求める
*> ***************************************************************************
BUILD-HISTORY.
  MOVE    1 TO WS-HIST-IDX.
  PERFORM UNTIL WS-HIST-IDX > WS-HIST-DAY-MAX
          MOVE    ZERO TO WS-HIST-DAY-SEATS(WS-HIST-IDX)
          MOVE    ZERO TO WS-HIST-CUM-SEATS(WS-HIST-IDX)
          COMPUTE WS-HIST-IDX = WS-HIST-IDX + 1
  END-PERFORM.

  PERFORM START-MASTER-FILE.
  PERFORM BUILD-HISTORY-LOOP
          UNTIL FLAG-FILE-END = FLAG-ON.

  *> 遠い日から順に足し込み、N日前の時点で予約済だった席数にする
  MOVE    WS-HIST-DAY-SEATS(WS-HIST-DAY-MAX)
          TO WS-HIST-CUM-SEATS(WS-HIST-DAY-MAX).
  COMPUTE WS-HIST-IDX = WS-HIST-DAY-MAX - 1.
  PERFORM UNTIL WS-HIST-IDX < 1
          COMPUTE WS-HIST-CUM-SEATS(WS-HIST-IDX)
                  = WS-HIST-CUM-SEATS(WS-HIST-IDX + 1)
                  + WS-HIST-DAY-SEATS(WS-HIST-IDX)
          COMPUTE WS-HIST-IDX = WS-HIST-IDX - 1
  END-PERFORM.

  DISPLAY '基準にした出発済ツアー: ' WS-HIST-TOUR-COUNT
          '  定員合計: ' WS-HIST-CAP-TOTAL.


*> ***************************************************************************
*> * 基準作成繰り返し処理
*> * = 有効・催行完了で出発日が実行日より前、かつ定員のあるツアーだけ使う
*> ***************************************************************************
BUILD-HISTORY-LOOP.
  IF      IN-STATUS-CONTRACTED
          PERFORM GET-DEPART-DATE
          IF      WS-DEPART-DATE > ZERO AND WS-DEPART-DATE < WS-RUN-DATE
                  PERFORM GET-TOUR-CAPACITY
                  IF      WS-CAP-SET AND WS-CAP-SEATS > ZERO
                          COMPUTE WS-HIST-TOUR-COUNT = WS-HIST-TOUR-COUNT + 1
                          ADD     WS-CAP-SEATS TO WS-HIST-CAP-TOTAL
                          PERFORM SUM-HISTORY-BOOKINGS
                  END-IF
          END-IF
  END-IF.

  READ    TOUR-MASTER-FILE NEXT
          AT END MOVE FLAG-ON TO FLAG-FILE-END.


*> ***************************************************************************
*> * 基準予約集計処理
*> * = 当該ツアーの契約成立予約を、出発何日前の予約かで積み上げる
*> ***************************************************************************
SUM-HISTORY-BOOKINGS.
  IF      FLAG-BOOKING-OPENED = FLAG-ON
          MOVE    FLAG-OFF TO FLAG-BOOKING-END
          PERFORM START-TOUR-BOOKINGS
          PERFORM SUM-HISTORY-BOOKINGS-LOOP
                  UNTIL FLAG-BOOKING-END = FLAG-ON
  END-IF.


*> ***************************************************************************
*> * 基準予約集計繰り返し処理
*> ***************************************************************************
SUM-HISTORY-BOOKINGS-LOOP.
  IF      BK-TOUR-CODE NOT = IN-TOUR-CODE
          MOVE    FLAG-ON TO FLAG-BOOKING-END
  ELSE
          IF      BK-STATUS-CONTRACTED
                  PERFORM GET-DAYS-BEFORE
                  IF      FLAG-UNDATED = FLAG-ON
                          COMPUTE WS-UNDATED-HIST-COUNT = WS-UNDATED-HIST-COUNT + 1
                  END-IF
                  IF      WS-DAYS-BEFORE >= WS-HIST-DAY-MAX
                          MOVE    WS-HIST-DAY-MAX TO WS-HIST-IDX
                  ELSE
                          COMPUTE WS-HIST-IDX = WS-DAYS-BEFORE + 1
                  END-IF
                  ADD     BK-SEATS TO WS-HIST-DAY-SEATS(WS-HIST-IDX)
          END-IF
          READ    TOUR-BOOKING-FILE NEXT
                  AT END MOVE FLAG-ON TO FLAG-BOOKING-END
          END-READ
  END-IF.


*> ***************************************************************************
*> * 販売ペースリスト処理
*> * = 出発日が実行日以降の有効ツアーを1行ずつ印刷する
*> ***************************************************************************
PACE-REPORT.
  PERFORM START-MASTER-FILE.
  PERFORM PACE-LOOP
          UNTIL FLAG-FILE-END = FLAG-ON.


*> ***************************************************************************
*> * 販売ペース繰り返し処理
*> ***************************************************************************
PACE-LOOP.
  IF      IN-STATUS-ACTIVE
          PERFORM GET-DEPART-DATE
          IF      WS-DEPART-DATE >= WS-RUN-DATE
                  PERFORM PRINT-PACE-DETAIL
          END-IF
  END-IF.

  READ    TOUR-MASTER-FILE NEXT
          AT END MOVE FLAG-ON TO FLAG-FILE-END.


*> ***************************************************************************
*> * 販売ペース1行印刷処理
*> * = 予約日の帯別席数・待機席数・搭乗率を求め、同じ残日数の
*> *   基準搭乗率と比べて判定する
*> ***************************************************************************
PRINT-PACE-DETAIL.
  COMPUTE WS-DAYS-TO-GO
          = FUNCTION INTEGER-OF-DATE(WS-DEPART-DATE)
          - FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

  PERFORM GET-TOUR-CAPACITY.
  PERFORM SUM-PACE-BOOKINGS.
  PERFORM SUM-WAITING-SEATS.

  MOVE    IN-TOUR-CODE TO PRINT-PACE-CODE.
  MOVE    IN-TOUR-NAME TO PRINT-PACE-NAME.
  MOVE    WS-DEPART-DATE TO PRINT-PACE-DEPART.
  MOVE    WS-DAYS-TO-GO TO PRINT-PACE-DAYS.
  MOVE    WS-BOOKED-SEATS TO PRINT-PACE-BOOKED.
  MOVE    WS-BAND-SEATS-90 TO PRINT-PACE-BAND-90.
  MOVE    WS-BAND-SEATS-60 TO PRINT-PACE-BAND-60.
  MOVE    WS-BAND-SEATS-30 TO PRINT-PACE-BAND-30.
  MOVE    WS-BAND-SEATS-00 TO PRINT-PACE-BAND-00.
  MOVE    WS-WAITING-SEATS TO PRINT-PACE-WAITING.

  IF      WS-CAP-SET AND WS-CAP-SEATS > ZERO
          MOVE    WS-CAP-SEATS TO WS-EDIT-SEATS
          MOVE    WS-EDIT-SEATS TO PRINT-PACE-CAP
          COMPUTE WS-LOAD-PCT ROUNDED
                  = WS-BOOKED-SEATS * 100 / WS-CAP-SEATS
          MOVE    WS-LOAD-PCT TO WS-EDIT-PCT
          MOVE    WS-EDIT-PCT TO PRINT-PACE-LOAD
          PERFORM JUDGE-PACE
  ELSE
          *> 定員未登録 -> 無制限扱いのため搭乗率を求めない
          MOVE    '     -' TO PRINT-PACE-CAP
          MOVE    '     -' TO PRINT-PACE-LOAD
          MOVE    '     -' TO PRINT-PACE-BASE
          MOVE    '定員未登録' TO PRINT-PACE-VERDICT
          COMPUTE WS-NOCAP-COUNT = WS-NOCAP-COUNT + 1
  END-IF.

  WRITE   TOUR-PACE-RECORDS FROM PRINT-PACE-LINE AFTER 1.
  COMPUTE WS-REPORT-COUNT = WS-REPORT-COUNT + 1.


*> ***************************************************************************
*> * ペース判定処理
*> * = 出発までの残日数と同じ時点の基準搭乗率を求め、その
*> *   WS-BEHIND-PCT(%) に届かなければ遅れとする
*> ***************************************************************************
JUDGE-PACE.
  IF      WS-HIST-CAP-TOTAL = ZERO
          MOVE    '     -' TO PRINT-PACE-BASE
          MOVE    '基準なし' TO PRINT-PACE-VERDICT
  ELSE
          IF      WS-DAYS-TO-GO >= WS-HIST-DAY-MAX
                  MOVE    WS-HIST-DAY-MAX TO WS-HIST-IDX
          ELSE
                  COMPUTE WS-HIST-IDX = WS-DAYS-TO-GO + 1
          END-IF
          COMPUTE WS-BASE-PCT ROUNDED
                  = WS-HIST-CUM-SEATS(WS-HIST-IDX) * 100 / WS-HIST-CAP-TOTAL
          MOVE    WS-BASE-PCT TO WS-EDIT-PCT
          MOVE    WS-EDIT-PCT TO PRINT-PACE-BASE

          COMPUTE WS-LIMIT-PCT = WS-BASE-PCT * WS-BEHIND-PCT / 100
          IF      WS-LOAD-PCT < WS-LIMIT-PCT
                  MOVE    '** 遅れ **' TO PRINT-PACE-VERDICT
                  COMPUTE WS-BEHIND-COUNT = WS-BEHIND-COUNT + 1
          ELSE
                  MOVE    '順調' TO PRINT-PACE-VERDICT
          END-IF
  END-IF.


*> ***************************************************************************
*> * 予約帯別集計処理
*> * = 当該ツアーの有効予約の席数を、予約日が出発何日前かで帯に分ける
*> ***************************************************************************
SUM-PACE-BOOKINGS.
  MOVE    ZERO TO WS-BOOKED-SEATS WS-BAND-SEATS-90 WS-BAND-SEATS-60
                  WS-BAND-SEATS-30 WS-BAND-SEATS-00.
  IF      FLAG-BOOKING-OPENED = FLAG-ON
          MOVE    FLAG-OFF TO FLAG-BOOKING-END
          PERFORM START-TOUR-BOOKINGS
          PERFORM SUM-PACE-BOOKINGS-LOOP
                  UNTIL FLAG-BOOKING-END = FLAG-ON
  END-IF.


*> ***************************************************************************
*> * 予約帯別集計繰り返し処理
*> ***************************************************************************
SUM-PACE-BOOKINGS-LOOP.
  IF      BK-TOUR-CODE NOT = IN-TOUR-CODE
          MOVE    FLAG-ON TO FLAG-BOOKING-END
  ELSE
          IF      BK-STATUS-ACTIVE
                  PERFORM GET-DAYS-BEFORE
                  IF      FLAG-UNDATED = FLAG-ON
                          COMPUTE WS-UNDATED-PACE-COUNT = WS-UNDATED-PACE-COUNT + 1
                  END-IF
                  ADD     BK-SEATS TO WS-BOOKED-SEATS
                  EVALUATE TRUE
                    WHEN    WS-DAYS-BEFORE >= 90
                            ADD     BK-SEATS TO WS-BAND-SEATS-90
                    WHEN    WS-DAYS-BEFORE >= 60
                            ADD     BK-SEATS TO WS-BAND-SEATS-60
                    WHEN    WS-DAYS-BEFORE >= 30
                            ADD     BK-SEATS TO WS-BAND-SEATS-30
                    WHEN    OTHER
                            ADD     BK-SEATS TO WS-BAND-SEATS-00
                  END-EVALUATE
          END-IF
          READ    TOUR-BOOKING-FILE NEXT
                  AT END MOVE FLAG-ON TO FLAG-BOOKING-END
          END-READ
  END-IF.


*> ***************************************************************************
*> * 待機席数集計処理
*> * = 当該ツアーの待機中のキャンセル待ちの希望席数を合計する
*> ***************************************************************************
SUM-WAITING-SEATS.
  MOVE    ZERO TO WS-WAITING-SEATS.
  IF      FLAG-WAITLIST-OPENED = FLAG-ON
          MOVE    FLAG-OFF TO FLAG-WAIT-END
          MOVE    IN-TOUR-CODE TO WAIT-TOUR-CODE
          MOVE    ZERO TO WAIT-SEQ
          START   TOUR-WAITLIST-FILE KEY >= WAIT-KEY
                  INVALID KEY MOVE FLAG-ON TO FLAG-WAIT-END
          END-START
          IF      FLAG-WAIT-END NOT = FLAG-ON
                  READ    TOUR-WAITLIST-FILE NEXT
                          AT END MOVE FLAG-ON TO FLAG-WAIT-END
                  END-READ
          END-IF
          PERFORM SUM-WAITING-SEATS-LOOP
                  UNTIL FLAG-WAIT-END = FLAG-ON
  END-IF.


*> ***************************************************************************
*> * 待機席数集計繰り返し処理
*> ***************************************************************************
SUM-WAITING-SEATS-LOOP.
  IF      WAIT-TOUR-CODE NOT = IN-TOUR-CODE
          MOVE    FLAG-ON TO FLAG-WAIT-END
  ELSE
          IF      WAIT-STATUS-WAITING
                  ADD     WAIT-SEATS TO WS-WAITING-SEATS
          END-IF
          READ    TOUR-WAITLIST-FILE NEXT
                  AT END MOVE FLAG-ON TO FLAG-WAIT-END
          END-READ
  END-IF.


*> ***************************************************************************
*> * 出発日取得処理
*> * = スケジュール未登録のツアーは0を返す (基準にもリストにも含めない)
*> ***************************************************************************
GET-DEPART-DATE.
  MOVE    ZERO TO WS-DEPART-DATE.
  MOVE    IN-TOUR-CODE TO SCHD-TOUR-CODE.
  READ    TOUR-SCHEDULE-FILE
          INVALID KEY CONTINUE
          NOT INVALID KEY
          MOVE    SCHD-DEPART-DATE TO WS-DEPART-DATE
  END-READ.


*> ***************************************************************************
*> * 定員取得処理
*> * = 当該ツアー(IN-TOUR-CODE)の定員を定員ファイルから読む
*> ***************************************************************************
GET-TOUR-CAPACITY.
  MOVE    FLAG-OFF TO WS-CAP-SET-FLAG.
  MOVE    ZERO TO WS-CAP-SEATS.
  IF      FLAG-CAPACITY-OPENED = FLAG-ON
          MOVE    IN-TOUR-CODE TO CAP-TOUR-CODE
          READ    TOUR-CAPACITY-FILE
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                  MOVE    FLAG-ON TO WS-CAP-SET-FLAG
                  MOVE    CAP-SEATS TO WS-CAP-SEATS
          END-READ
  END-IF.


*> ***************************************************************************
*> * 予約日数算出処理
*> * = 予約日から出発日までの日数を求める。予約日の無い予約は
*> *   十分前の予約として扱い予約日なしフラグを立てる。出発後の日付は0日とする
*> ***************************************************************************
GET-DAYS-BEFORE.
  MOVE    FLAG-OFF TO FLAG-UNDATED.
  IF      BK-BOOKING-DATE NOT NUMERIC OR BK-BOOKING-DATE < 19000101
          MOVE    999 TO WS-DAYS-BEFORE
          MOVE    FLAG-ON TO FLAG-UNDATED
  ELSE
          COMPUTE WS-DAYS-BEFORE
                  = FUNCTION INTEGER-OF-DATE(WS-DEPART-DATE)
                  - FUNCTION INTEGER-OF-DATE(BK-BOOKING-DATE)
          IF      WS-DAYS-BEFORE < ZERO
                  MOVE    ZERO TO WS-DAYS-BEFORE
          END-IF
  END-IF.


*> ***************************************************************************
*> * 予約明細位置付け処理
*> * = 当該ツアーの先頭の予約を読む (無ければ終了フラグを立てる)
*> ***************************************************************************
START-TOUR-BOOKINGS.
  MOVE    IN-TOUR-CODE TO BK-TOUR-CODE.
  MOVE    ZERO TO BK-BOOKING-NO.
  START   TOUR-BOOKING-FILE KEY >= BK-KEY
          INVALID KEY MOVE FLAG-ON TO FLAG-BOOKING-END
  END-START.
  IF      FLAG-BOOKING-END NOT = FLAG-ON
          READ    TOUR-BOOKING-FILE NEXT
                  AT END MOVE FLAG-ON TO FLAG-BOOKING-END
          END-READ
  END-IF.


*> ***************************************************************************
*> * マスタ先頭位置付け処理
*> ***************************************************************************
START-MASTER-FILE.
  MOVE    FLAG-OFF TO FLAG-FILE-END.
  MOVE    LOW-VALUE TO IN-TOUR-CODE.
  START   TOUR-MASTER-FILE KEY >= IN-TOUR-CODE
          INVALID KEY MOVE FLAG-ON TO FLAG-FILE-END
  END-START.
  IF      FLAG-FILE-END NOT = FLAG-ON
          READ    TOUR-MASTER-FILE NEXT
                  AT END MOVE FLAG-ON TO FLAG-FILE-END
          END-READ
  END-IF.


*> ***************************************************************************
*> * 集計表書き込み処理
*> * = 件数と、出発90・60・30・0日前の基準搭乗率を印刷する
*> ***************************************************************************
WRITE-PACE-SUMMARY.
  MOVE    SPACE TO PRINT-PACE-SUMMARY.
  MOVE    '印刷件数(出発前の有効ツアー)' TO PRINT-SUMMARY-TEXT.
  MOVE    WS-REPORT-COUNT TO PRINT-SUMMARY-COUNT.
  WRITE   TOUR-PACE-RECORDS FROM PRINT-PACE-SUMMARY AFTER 2.

  MOVE    '遅れ件数' TO PRINT-SUMMARY-TEXT.
  MOVE    WS-BEHIND-COUNT TO PRINT-SUMMARY-COUNT.
  WRITE   TOUR-PACE-RECORDS FROM PRINT-PACE-SUMMARY AFTER 1.

  MOVE    '定員未登録件数' TO PRINT-SUMMARY-TEXT.
  MOVE    WS-NOCAP-COUNT TO PRINT-SUMMARY-COUNT.
  WRITE   TOUR-PACE-RECORDS FROM PRINT-PACE-SUMMARY AFTER 1.

  MOVE    '基準にした出発済ツアー件数' TO PRINT-SUMMARY-TEXT.
  MOVE    WS-HIST-TOUR-COUNT TO PRINT-SUMMARY-COUNT.
  WRITE   TOUR-PACE-RECORDS FROM PRINT-PACE-SUMMARY AFTER 1.

  IF      WS-UNDATED-HIST-COUNT > ZERO
          MOVE    '予約日なし予約(基準側)' TO PRINT-SUMMARY-TEXT
          MOVE    WS-UNDATED-HIST-COUNT TO PRINT-SUMMARY-COUNT
          WRITE   TOUR-PACE-RECORDS FROM PRINT-PACE-SUMMARY AFTER 1
  END-IF.

  IF      WS-UNDATED-PACE-COUNT > ZERO
          MOVE    '予約日なし予約(対象ツアー側)' TO PRINT-SUMMARY-TEXT
          MOVE    WS-UNDATED-PACE-COUNT TO PRINT-SUMMARY-COUNT
          WRITE   TOUR-PACE-RECORDS FROM PRINT-PACE-SUMMARY AFTER 1
  END-IF.

  IF      WS-HIST-CAP-TOTAL > ZERO
          MOVE    90 TO WS-HIST-IDX
          PERFORM WRITE-PACE-CURVE
          MOVE    60 TO WS-HIST-IDX
          PERFORM WRITE-PACE-CURVE
          MOVE    30 TO WS-HIST-IDX
          PERFORM WRITE-PACE-CURVE
          MOVE    ZERO TO WS-HIST-IDX
          PERFORM WRITE-PACE-CURVE
  END-IF.


*> ***************************************************************************
*> * 基準推移1行印刷処理
*> * = WS-HIST-IDX 日前の基準搭乗率を印刷する
*> ***************************************************************************
WRITE-PACE-CURVE.
  MOVE    WS-HIST-IDX TO PRINT-CURVE-DAYS.
  COMPUTE WS-BASE-PCT ROUNDED
          = WS-HIST-CUM-SEATS(WS-HIST-IDX + 1) * 100 / WS-HIST-CAP-TOTAL.
  MOVE    WS-BASE-PCT TO PRINT-CURVE-PCT.
  WRITE   TOUR-PACE-RECORDS FROM PRINT-PACE-CURVE AFTER 1.


*> ***************************************************************************
*> * 終了処理
*> ***************************************************************************
FINALIZE.
  IF      FLAG-MASTER-OPENED = FLAG-ON
          CLOSE   TOUR-MASTER-FILE TOUR-SCHEDULE-FILE TOUR-PACE-LIST
          IF      FLAG-BOOKING-OPENED = FLAG-ON
                  CLOSE   TOUR-BOOKING-FILE
          END-IF
          IF      FLAG-CAPACITY-OPENED = FLAG-ON
                  CLOSE   TOUR-CAPACITY-FILE
          END-IF
          IF      FLAG-WAITLIST-OPENED = FLAG-ON
                  CLOSE   TOUR-WAITLIST-FILE
          END-IF

          DISPLAY '印刷件数: ' WS-REPORT-COUNT '  遅れ: ' WS-BEHIND-COUNT
          DISPLAY '販売ペースリスト: TOUR-PACE.DAT'
  END-IF.
