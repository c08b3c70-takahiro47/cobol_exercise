*> ------------------------------------------------------- <*
*> Run as:
*> $ cobc -x -free -g -debug -Wall -I copybooks tour_integ.cbl; ./tour_integ
*> TOUR-*.DAT 全体のファイル間整合性チェック。
*> ツアーマスタ・顧客マスタ・予約明細を基準に、各ファイルの
*> 参照切れ(孤立レコード)と矛盾を検査して、1件1行の明細と
*> 検査項目ごとの件数を TOUR-INTEG.DAT へ印刷する。
*> 検査項目は重大(復帰コード8)と注意(復帰コード4)に分かれ、
*> 重大な不整合が1件でもあれば復帰コード8で終わる
*> (TOUR-NIGHT はこれで連鎖を打ち切る)。
*> TOUR-RELOAD による再作成や TOUR-ARCH による削除の後に実行して、
*> 他のファイルがマスタと揃っていることを確認する。
*> マスタ以外のファイルが未作成の場合は、その検査を対象外として示す。
*> 未作成(STATUS=35)以外の理由で開けないファイルは、顧客マスタ・予約明細も
*> 含めて重大として数え、復帰コード8で終わる。
*> ------------------------------------------------------- <*

*> ***************************************************************************
*> * 見出し部
*> ***************************************************************************
IDENTIFICATION DIVISION.
  PROGRAM-ID. TOUR-INTEG.


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
    SELECT TOUR-CUSTOMER-FILE   ASSIGN TO 'TOUR-CUSTOMER.DAT'   *> INFILE   / 顧客マスタファイル
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS CUST-ID
      FILE STATUS IS WS-CUSTOMER-STATUS.
    SELECT TOUR-BOOKING-FILE    ASSIGN TO 'TOUR-BOOKING.DAT'    *> INFILE   / 予約明細ファイル
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS BK-KEY
      FILE STATUS IS WS-BOOKING-STATUS.
    SELECT TOUR-WAITLIST-FILE   ASSIGN TO 'TOUR-WAITLIST.DAT'   *> INFILE   / キャンセル待ちファイル
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS WAIT-KEY
      FILE STATUS IS WS-WAITLIST-STATUS.
    SELECT TOUR-CAPACITY-FILE   ASSIGN TO 'TOUR-CAPACITY.DAT'   *> INFILE   / ツアー定員ファイル
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS CAP-TOUR-CODE
      FILE STATUS IS WS-CAPACITY-STATUS.
    SELECT TOUR-SCHEDULE-FILE   ASSIGN TO 'TOUR-SCHEDULE.DAT'   *> INFILE   / スケジュールファイル
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS SCHD-TOUR-CODE
      FILE STATUS IS WS-SCHEDULE-STATUS.
    SELECT TOUR-TRAVELLER-FILE  ASSIGN TO 'TOUR-TRAVELLER.DAT'  *> INFILE   / 旅行者ファイル
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS TRVL-KEY
      FILE STATUS IS WS-TRAVELLER-STATUS.
    SELECT TOUR-COST-FILE       ASSIGN TO 'TOUR-COST.DAT'       *> INFILE   / 仕入原価ファイル
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS COST-KEY
      FILE STATUS IS WS-COST-STATUS.
    SELECT TOUR-REFUND-REG-FILE ASSIGN TO 'TOUR-REFUND-REG.DAT' *> INFILE   / 返金台帳
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS RREG-KEY
      FILE STATUS IS WS-REFUND-REG-STATUS.
    SELECT TOUR-AR-FILE         ASSIGN TO 'TOUR-AR.DAT'         *> INFILE   / 売掛残ファイル
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-AR-STATUS.
    SELECT TOUR-INTEG-LIST      ASSIGN TO 'TOUR-INTEG.DAT'      *> SYSPRINT / 整合性チェックリスト
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

    *> 顧客マスタファイル (CUST-IDをキーとした索引編成ファイル)
    FD TOUR-CUSTOMER-FILE
      LABEL RECORD IS STANDARD.

    COPY TOURCUST.

    *> 予約明細ファイル (ツアーID+予約番号をキーとした索引編成ファイル)
    FD TOUR-BOOKING-FILE
      LABEL RECORD IS STANDARD.

    COPY TOURBOOK.

    *> キャンセル待ちファイル (ツアーID+受付順をキーとした索引編成ファイル)
    FD TOUR-WAITLIST-FILE
      LABEL RECORD IS STANDARD.

    COPY TOURWAIT.

    *> ツアー定員ファイル (CAP-TOUR-CODEをキーとした索引編成ファイル)
    FD TOUR-CAPACITY-FILE
      LABEL RECORD IS STANDARD.

    COPY TOURCAP.

    *> スケジュールファイル (SCHD-TOUR-CODEをキーとした索引編成ファイル)
    FD TOUR-SCHEDULE-FILE
      LABEL RECORD IS STANDARD.

    COPY TOURSCHD.

    *> 旅行者ファイル (ツアーID+予約番号+旅行者番号をキーとした索引編成ファイル)
    FD TOUR-TRAVELLER-FILE
      LABEL RECORD IS STANDARD.

    COPY TOURTRVL.

    *> 仕入原価ファイル (ツアーID+原価行番号をキーとした索引編成ファイル)
    FD TOUR-COST-FILE
      LABEL RECORD IS STANDARD.

    COPY TOURCOST.

    *> 返金台帳 (ツアーID+予約番号をキーとした索引編成ファイル)
    FD TOUR-REFUND-REG-FILE
      LABEL RECORD IS STANDARD.

    COPY TOURRREG.

    *> 売掛残ファイル (TOUR-CASH の消込結果)
    FD TOUR-AR-FILE
      LABEL RECORD IS OMITTED.

    COPY TOURAR.

    *> 整合性チェックリスト
    FD TOUR-INTEG-LIST
      LABEL RECORD IS OMITTED.

    01 TOUR-INTEG-RECORDS       PIC X(132).

  *> 変数の定義
  WORKING-STORAGE SECTION.

    *> 一時利用
    01 FLAG-FILE-END            PIC 9(01) VALUE ZERO.     *> EODフラグ
    01 FLAG-SUB-END             PIC 9(01) VALUE ZERO.     *> 副読み込み終わりフラグ
    01 FLAG-ON                  PIC 9(01) VALUE 1.        *> 定数 ON
    01 FLAG-OFF                 PIC 9(01) VALUE 0.        *> 定数 OFF
    01 FLAG-MASTER-OPENED       PIC 9(01) VALUE ZERO.     *> マスタオープン済フラグ
    01 FLAG-CUSTOMER-OPENED     PIC 9(01) VALUE ZERO.     *> 顧客マスタオープン済フラグ
    01 FLAG-BOOKING-OPENED      PIC 9(01) VALUE ZERO.     *> 予約明細オープン済フラグ
    01 FLAG-MATCH-FOUND         PIC 9(01) VALUE ZERO.     *> 照合先発見フラグ

    01 WS-MASTER-STATUS         PIC X(02) VALUE '00'.     *> TOUR-MASTER-FILEの状態キー
      88 WS-MASTER-STATUS-OK    VALUE '00'.
    01 WS-CUSTOMER-STATUS       PIC X(02) VALUE '00'.     *> TOUR-CUSTOMER-FILEの状態キー
      88 WS-CUSTOMER-STATUS-OK  VALUE '00'.
    01 WS-BOOKING-STATUS        PIC X(02) VALUE '00'.     *> TOUR-BOOKING-FILEの状態キー
      88 WS-BOOKING-STATUS-OK   VALUE '00'.
    01 WS-WAITLIST-STATUS       PIC X(02) VALUE '00'.     *> TOUR-WAITLIST-FILEの状態キー
      88 WS-WAITLIST-STATUS-OK  VALUE '00'.
    01 WS-CAPACITY-STATUS       PIC X(02) VALUE '00'.     *> TOUR-CAPACITY-FILEの状態キー
      88 WS-CAPACITY-STATUS-OK  VALUE '00'.
    01 WS-SCHEDULE-STATUS       PIC X(02) VALUE '00'.     *> TOUR-SCHEDULE-FILEの状態キー
      88 WS-SCHEDULE-STATUS-OK  VALUE '00'.
    01 WS-TRAVELLER-STATUS      PIC X(02) VALUE '00'.     *> TOUR-TRAVELLER-FILEの状態キー
      88 WS-TRAVELLER-STATUS-OK VALUE '00'.
    01 WS-COST-STATUS           PIC X(02) VALUE '00'.     *> TOUR-COST-FILEの状態キー
      88 WS-COST-STATUS-OK      VALUE '00'.
    01 WS-REFUND-REG-STATUS     PIC X(02) VALUE '00'.     *> TOUR-REFUND-REG-FILEの状態キー
      88 WS-REFUND-REG-STATUS-OK VALUE '00'.
    01 WS-AR-STATUS             PIC X(02) VALUE '00'.     *> TOUR-AR-FILEの状態キー
      88 WS-AR-STATUS-OK        VALUE '00'.

    01 WS-OPEN-STATUS           PIC X(02).                *> 開けなかったファイルの状態キー
    01 WS-OPEN-FILE-NAME        PIC X(20).                *> 開けなかったファイル名
    01 WS-SKIP-REASON           PIC 9(01) VALUE ZERO.     *> 対象外理由 (1:ファイルなし 2:オープン失敗)
    01 WS-BOOKING-SKIP-REASON   PIC 9(01) VALUE ZERO.     *> 予約明細が開けなかった理由

    01 WS-RUN-DATE              PIC 9(08) VALUE ZERO.     *> 処理日(YYYYMMDD)

    *> 検査項目表 (区分 E:重大 W:注意 と項目名)
    01 WS-CHECK-VALUES.
      03 FILLER                 PIC X(61) VALUE
         'E予約: ツアーIDがマスタに無い'.
      03 FILLER                 PIC X(61) VALUE
         'E予約: 顧客IDが顧客マスタに無い'.
      03 FILLER                 PIC X(61) VALUE
         'Eｷｬﾝｾﾙ待ち: ツアーIDがマスタに無い'.
      03 FILLER                 PIC X(61) VALUE
         'Eｷｬﾝｾﾙ待ち: 顧客IDが顧客マスタに無い'.
      03 FILLER                 PIC X(61) VALUE
         'Eｷｬﾝｾﾙ待ち: 繰上済なのに予約が無い'.
      03 FILLER                 PIC X(61) VALUE
         'E定員: ツアーIDがマスタに無い'.
      03 FILLER                 PIC X(61) VALUE
         'Eスケジュール: ツアーIDがマスタに無い'.
      03 FILLER                 PIC X(61) VALUE
         'Eスケジュール: 帰着日が出発日より前'.
      03 FILLER                 PIC X(61) VALUE
         'E売掛残: ツアーIDがマスタに無い'.
      03 FILLER                 PIC X(61) VALUE
         'E取消ツアーに有効予約が残っている'.
      03 FILLER                 PIC X(61) VALUE
         'W旅行者: 予約明細に無い'.
      03 FILLER                 PIC X(61) VALUE
         'W原価: ツアーIDがマスタに無い'.
      03 FILLER                 PIC X(61) VALUE
         'W返金台帳: 予約明細に無い'.
      03 FILLER                 PIC X(61) VALUE
         'W売掛残: 不明入金(マスタ未登録宛)'.
      03 FILLER                 PIC X(61) VALUE
         'E返金台帳: 対応する予約が有効(未取消)'.
    01 WS-CHECK-TABLE REDEFINES WS-CHECK-VALUES.
      03 WS-CHECK-DEF           OCCURS 15 TIMES.
        05 WS-CHECK-LEVEL       PIC X(01).                *> 区分
          88 WS-CHECK-SERIOUS   VALUE 'E'.
        05 WS-CHECK-NAME        PIC X(60).                *> 項目名

    01 WS-CHECK-MAX             PIC 9(02) VALUE 15.       *> 検査項目数
    01 WS-CHECK-RESULTS.
      03 WS-CHECK-RESULT        OCCURS 15 TIMES.
        05 WS-CHECK-COUNT       PIC 9(05).                *> 検出件数
        05 WS-CHECK-SKIPPED     PIC 9(01).                *> 対象外理由 (0:検査済)
          88 WS-CHECK-NO-FILE   VALUE 1.                  *> ファイルなし(STATUS=35)
          88 WS-CHECK-OPEN-ERROR VALUE 2.                 *> オープン失敗(35以外)

    *> 検査項目番号 (WS-CHECK-VALUESの並びと一致させること)
    01 WS-CK-BOOK-TOUR          PIC 9(02) VALUE 1.
    01 WS-CK-BOOK-CUST          PIC 9(02) VALUE 2.
    01 WS-CK-WAIT-TOUR          PIC 9(02) VALUE 3.
    01 WS-CK-WAIT-CUST          PIC 9(02) VALUE 4.
    01 WS-CK-WAIT-PROMOTED      PIC 9(02) VALUE 5.
    01 WS-CK-CAP-TOUR           PIC 9(02) VALUE 6.
    01 WS-CK-SCHD-TOUR          PIC 9(02) VALUE 7.
    01 WS-CK-SCHD-DATES         PIC 9(02) VALUE 8.
    01 WS-CK-AR-TOUR            PIC 9(02) VALUE 9.
    01 WS-CK-CANCELLED-ACTIVE   PIC 9(02) VALUE 10.
    01 WS-CK-TRVL-BOOKING       PIC 9(02) VALUE 11.
    01 WS-CK-COST-TOUR          PIC 9(02) VALUE 12.
    01 WS-CK-REFUND-BOOKING     PIC 9(02) VALUE 13.
    01 WS-CK-AR-UNAPPLIED       PIC 9(02) VALUE 14.
    01 WS-CK-REFUND-ACTIVE      PIC 9(02) VALUE 15.

    01 WS-CHECK-NO              PIC 9(02) VALUE ZERO.     *> 記録する検査項目番号
    01 WS-CHECK-IDX             PIC 9(02) VALUE ZERO.     *> 集計印刷用添字
    01 WS-FIND-KEY              PIC X(14).                *> 検出レコードのキー
    01 WS-FIND-TEXT             PIC X(60).                *> 検出内容
    01 WS-SERIOUS-TOTAL         PIC 9(06) VALUE ZERO.     *> 重大件数合計
    01 WS-WARNING-TOTAL         PIC 9(06) VALUE ZERO.     *> 注意件数合計
    01 WS-LOOKUP-TOUR-CODE      PIC X(05).                *> マスタ参照用ツアーID
    01 WS-LOOKUP-CUST-ID        PIC X(05).                *> 顧客参照用顧客ID
    01 WS-KEY-EDIT.                                       *> キー編集域(ツアーID-番号)
      03 WS-KEY-TOUR-CODE       PIC X(05).
      03 FILLER                 PIC X(01) VALUE '-'.
      03 WS-KEY-ITEM-NO         PIC 9(03).
      03 FILLER                 PIC X(01) VALUE '-'.
      03 WS-KEY-SUB-NO          PIC 9(03).

    *> 整合性チェックリスト出力域
    01 PRINT-INTEG-TITLE.
      03 FILLER                 PIC X(44) VALUE
                                '*** ファイル間整合性チェック ***'.
      03 FILLER                 PIC X(11) VALUE '処理日: '.
      03 PRINT-INTEG-DATE       PIC 9(08).

    01 PRINT-INTEG-HEADER.
      03 FILLER                 PIC X(04) VALUE 'NO'.
      03 FILLER                 PIC X(08) VALUE '区分'.
      03 FILLER                 PIC X(16) VALUE 'ｷｰ'.
      03 FILLER                 PIC X(60) VALUE '内容'.

    01 PRINT-INTEG-LINE.
      03 PRINT-INTEG-NO         PIC Z9.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-INTEG-LEVEL      PIC X(06).
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-INTEG-KEY        PIC X(14).
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-INTEG-TEXT       PIC X(60).

    01 PRINT-INTEG-SUM-HEADER.
      03 FILLER                 PIC X(04) VALUE 'NO'.
      03 FILLER                 PIC X(08) VALUE '区分'.
      03 FILLER                 PIC X(62) VALUE '検査項目'.
      03 FILLER                 PIC X(12) VALUE '件数'.

    01 PRINT-INTEG-SUMMARY.
      03 PRINT-INTEG-SUM-NO     PIC Z9.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-INTEG-SUM-LEVEL  PIC X(06).
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-INTEG-SUM-NAME   PIC X(60).
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-INTEG-SUM-COUNT  PIC X(30).

    01 WS-EDIT-COUNT            PIC ZZ,ZZ9.               *> 件数編集域


*> ***************************************************************************
*> * 手続き部
*> ***************************************************************************
PROCEDURE DIVISION.

*> 基本処理
BASE.
  DISPLAY 'TOUR-INTEG'.
  DISPLAY '-- PROGRAM START --'.

  PERFORM                     INIT.

  IF      FLAG-MASTER-OPENED = FLAG-ON
          PERFORM              CHECK-BOOKINGS
          PERFORM              CHECK-WAITLIST
          PERFORM              CHECK-CAPACITY
          PERFORM              CHECK-SCHEDULES
          PERFORM              CHECK-AR
          PERFORM              CHECK-TRAVELLERS
          PERFORM              CHECK-COSTS
          PERFORM              CHECK-REFUNDS
          PERFORM              WRITE-INTEG-SUMMARY
  END-IF.

  PERFORM                     FINALIZE.

  DISPLAY '-- PROGRAM EXIT   --'.
  STOP RUN.


*> ***************************************************************************
*> * 初期化処理
*> * = 基準となるマスタ・顧客マスタ・予約明細を開き、リストの見出しを書く。
*> *   ツアーマスタが開けない場合は何も検査できないため異常終了する
*> ***************************************************************************
INIT.
  ACCEPT  WS-RUN-DATE FROM DATE YYYYMMDD.

  MOVE    1 TO WS-CHECK-IDX.
  PERFORM UNTIL WS-CHECK-IDX > WS-CHECK-MAX
          MOVE    ZERO TO WS-CHECK-COUNT(WS-CHECK-IDX)
          MOVE    FLAG-OFF TO WS-CHECK-SKIPPED(WS-CHECK-IDX)
          COMPUTE WS-CHECK-IDX = WS-CHECK-IDX + 1
  END-PERFORM.

  OPEN    INPUT                 TOUR-MASTER-FILE.
  IF      WS-MASTER-STATUS-OK
          MOVE    FLAG-ON TO FLAG-MASTER-OPENED
  ELSE
          DISPLAY 'エラー: マスタが開けません STATUS=' WS-MASTER-STATUS
          DISPLAY '        整合性チェックを行えません'
          MOVE    8 TO RETURN-CODE
  END-IF.

  *> 顧客マスタが無い場合、顧客IDを持つ予約は全て参照切れとなる
  OPEN    INPUT                 TOUR-CUSTOMER-FILE.
  IF      WS-CUSTOMER-STATUS-OK
          MOVE    FLAG-ON TO FLAG-CUSTOMER-OPENED
  ELSE
          MOVE    WS-CUSTOMER-STATUS TO WS-OPEN-STATUS
          MOVE    'TOUR-CUSTOMER.DAT' TO WS-OPEN-FILE-NAME
          PERFORM REPORT-OPEN-FAILURE
  END-IF.

  OPEN    INPUT                 TOUR-BOOKING-FILE.
  IF      WS-BOOKING-STATUS-OK
          MOVE    FLAG-ON TO FLAG-BOOKING-OPENED
  ELSE
          MOVE    WS-BOOKING-STATUS TO WS-OPEN-STATUS
          MOVE    'TOUR-BOOKING.DAT' TO WS-OPEN-FILE-NAME
          PERFORM REPORT-OPEN-FAILURE
          MOVE    WS-SKIP-REASON TO WS-BOOKING-SKIP-REASON
  END-IF.

  IF      FLAG-MASTER-OPENED = FLAG-ON
          OPEN    OUTPUT        TOUR-INTEG-LIST
          MOVE    WS-RUN-DATE TO PRINT-INTEG-DATE
          WRITE   TOUR-INTEG-RECORDS FROM PRINT-INTEG-TITLE AFTER PAGE
          WRITE   TOUR-INTEG-RECORDS FROM PRINT-INTEG-HEADER AFTER 2
  END-IF.


*> ***************************************************************************
*> * 予約明細検査処理
*> * = ツアーID・顧客IDの参照先と、取消ツアーに残る有効予約を検査する
*> ***************************************************************************
CHECK-BOOKINGS.
  IF      FLAG-BOOKING-OPENED NOT = FLAG-ON
          MOVE    WS-BOOKING-SKIP-REASON TO WS-CHECK-SKIPPED(WS-CK-BOOK-TOUR)
          MOVE    WS-BOOKING-SKIP-REASON TO WS-CHECK-SKIPPED(WS-CK-BOOK-CUST)
          MOVE    WS-BOOKING-SKIP-REASON
                  TO WS-CHECK-SKIPPED(WS-CK-CANCELLED-ACTIVE)
  ELSE
          MOVE    FLAG-OFF TO FLAG-FILE-END
          MOVE    LOW-VALUE TO BK-KEY
          START   TOUR-BOOKING-FILE KEY >= BK-KEY
                  INVALID KEY MOVE FLAG-ON TO FLAG-FILE-END
          END-START
          IF      FLAG-FILE-END NOT = FLAG-ON
                  READ    TOUR-BOOKING-FILE NEXT
                          AT END MOVE FLAG-ON TO FLAG-FILE-END
                  END-READ
          END-IF
          PERFORM CHECK-BOOKINGS-LOOP
                  UNTIL FLAG-FILE-END = FLAG-ON
  END-IF.


*> ***************************************************************************
*> * 予約明細検査繰り返し処理
*> ***************************************************************************
CHECK-BOOKINGS-LOOP.
  MOVE    BK-TOUR-CODE TO WS-KEY-TOUR-CODE.
  MOVE    BK-BOOKING-NO TO WS-KEY-ITEM-NO.
  MOVE    ZERO TO WS-KEY-SUB-NO.
  MOVE    WS-KEY-EDIT(1:9) TO WS-FIND-KEY.

  MOVE    BK-TOUR-CODE TO IN-TOUR-CODE.
  READ    TOUR-MASTER-FILE
          INVALID KEY
          MOVE    WS-CK-BOOK-TOUR TO WS-CHECK-NO
          MOVE    SPACE TO WS-FIND-TEXT
          STRING  '予約者 ' BK-PARTY-NAME
                  DELIMITED BY SIZE INTO WS-FIND-TEXT
          PERFORM RECORD-FINDING
          NOT INVALID KEY
          IF      IN-STATUS-CANCELLED AND BK-STATUS-ACTIVE
                  MOVE    WS-CK-CANCELLED-ACTIVE TO WS-CHECK-NO
                  MOVE    SPACE TO WS-FIND-TEXT
                  STRING  'ツアー ' IN-TOUR-NAME ' は取消済 予約者 '
                          BK-PARTY-NAME
                          DELIMITED BY SIZE INTO WS-FIND-TEXT
                  PERFORM RECORD-FINDING
          END-IF
  END-READ.

  IF      BK-CUST-ID NOT = SPACE
          MOVE    BK-CUST-ID TO WS-LOOKUP-CUST-ID
          PERFORM LOOKUP-CUSTOMER
          IF      FLAG-MATCH-FOUND = FLAG-OFF
                  MOVE    WS-CK-BOOK-CUST TO WS-CHECK-NO
                  MOVE    SPACE TO WS-FIND-TEXT
                  STRING  '顧客ID ' BK-CUST-ID ' 予約者 ' BK-PARTY-NAME
                          DELIMITED BY SIZE INTO WS-FIND-TEXT
                  PERFORM RECORD-FINDING
          END-IF
  END-IF.

  READ    TOUR-BOOKING-FILE NEXT
          AT END MOVE FLAG-ON TO FLAG-FILE-END.


*> ***************************************************************************
*> * キャンセル待ち検査処理
*> * = ツアーID・顧客IDの参照先と、繰上済の待機に対応する予約の有無を検査する
*> ***************************************************************************
CHECK-WAITLIST.
  OPEN    INPUT                 TOUR-WAITLIST-FILE.
  IF      NOT WS-WAITLIST-STATUS-OK
          MOVE    WS-WAITLIST-STATUS TO WS-OPEN-STATUS
          MOVE    'TOUR-WAITLIST.DAT' TO WS-OPEN-FILE-NAME
          PERFORM REPORT-OPEN-FAILURE
          MOVE    WS-SKIP-REASON TO WS-CHECK-SKIPPED(WS-CK-WAIT-TOUR)
          MOVE    WS-SKIP-REASON TO WS-CHECK-SKIPPED(WS-CK-WAIT-CUST)
          MOVE    WS-SKIP-REASON TO WS-CHECK-SKIPPED(WS-CK-WAIT-PROMOTED)
  ELSE
          MOVE    FLAG-OFF TO FLAG-FILE-END
          MOVE    LOW-VALUE TO WAIT-KEY
          START   TOUR-WAITLIST-FILE KEY >= WAIT-KEY
                  INVALID KEY MOVE FLAG-ON TO FLAG-FILE-END
          END-START
          IF      FLAG-FILE-END NOT = FLAG-ON
                  READ    TOUR-WAITLIST-FILE NEXT
                          AT END MOVE FLAG-ON TO FLAG-FILE-END
                  END-READ
          END-IF
          PERFORM CHECK-WAITLIST-LOOP
                  UNTIL FLAG-FILE-END = FLAG-ON
          CLOSE   TOUR-WAITLIST-FILE
  END-IF.


*> ***************************************************************************
*> * キャンセル待ち検査繰り返し処理
*> ***************************************************************************
CHECK-WAITLIST-LOOP.
  MOVE    WAIT-TOUR-CODE TO WS-KEY-TOUR-CODE.
  MOVE    WAIT-SEQ TO WS-KEY-ITEM-NO.
  MOVE    WS-KEY-EDIT(1:9) TO WS-FIND-KEY.

  MOVE    WAIT-TOUR-CODE TO WS-LOOKUP-TOUR-CODE.
  PERFORM LOOKUP-MASTER.
  IF      FLAG-MATCH-FOUND = FLAG-OFF
          MOVE    WS-CK-WAIT-TOUR TO WS-CHECK-NO
          MOVE    SPACE TO WS-FIND-TEXT
          STRING  '予約者 ' WAIT-PARTY-NAME
                  DELIMITED BY SIZE INTO WS-FIND-TEXT
          PERFORM RECORD-FINDING
  END-IF.

  IF      WAIT-CUST-ID NOT = SPACE
          MOVE    WAIT-CUST-ID TO WS-LOOKUP-CUST-ID
          PERFORM LOOKUP-CUSTOMER
          IF      FLAG-MATCH-FOUND = FLAG-OFF
                  MOVE    WS-CK-WAIT-CUST TO WS-CHECK-NO
                  MOVE    SPACE TO WS-FIND-TEXT
                  STRING  '顧客ID ' WAIT-CUST-ID ' 予約者 ' WAIT-PARTY-NAME
                          DELIMITED BY SIZE INTO WS-FIND-TEXT
                  PERFORM RECORD-FINDING
          END-IF
  END-IF.

  IF      WAIT-STATUS-PROMOTED
          PERFORM FIND-PROMOTED-BOOKING
          IF      FLAG-MATCH-FOUND = FLAG-OFF
                  MOVE    WS-CK-WAIT-PROMOTED TO WS-CHECK-NO
                  MOVE    SPACE TO WS-FIND-TEXT
                  STRING  '予約者 ' WAIT-PARTY-NAME ' 席数 ' WAIT-SEATS
                          DELIMITED BY SIZE INTO WS-FIND-TEXT
                  PERFORM RECORD-FINDING
          END-IF
  END-IF.

  READ    TOUR-WAITLIST-FILE NEXT
          AT END MOVE FLAG-ON TO FLAG-FILE-END.


*> ***************************************************************************
*> * 繰上予約検索処理
*> * = 繰上時に TOUR-BOOK は予約者名・席数・顧客IDを待機からそのまま
*> *   写すため、同じツアーで予約者名と席数が一致する予約を探す
*> ***************************************************************************
FIND-PROMOTED-BOOKING.
  MOVE    FLAG-OFF TO FLAG-MATCH-FOUND.
  IF      FLAG-BOOKING-OPENED = FLAG-ON
          MOVE    FLAG-OFF TO FLAG-SUB-END
          MOVE    WAIT-TOUR-CODE TO BK-TOUR-CODE
          MOVE    ZERO TO BK-BOOKING-NO
          START   TOUR-BOOKING-FILE KEY >= BK-KEY
                  INVALID KEY MOVE FLAG-ON TO FLAG-SUB-END
          END-START
          IF      FLAG-SUB-END NOT = FLAG-ON
                  READ    TOUR-BOOKING-FILE NEXT
                          AT END MOVE FLAG-ON TO FLAG-SUB-END
                  END-READ
          END-IF
          PERFORM FIND-PROMOTED-BOOKING-LOOP
                  UNTIL FLAG-SUB-END = FLAG-ON
  END-IF.


*> ***************************************************************************
*> * 繰上予約検索繰り返し処理
*> ***************************************************************************
FIND-PROMOTED-BOOKING-LOOP.
  IF      BK-TOUR-CODE NOT = WAIT-TOUR-CODE
          MOVE    FLAG-ON TO FLAG-SUB-END
  ELSE
          IF      BK-PARTY-NAME = WAIT-PARTY-NAME
              AND BK-SEATS = WAIT-SEATS
                  MOVE    FLAG-ON TO FLAG-MATCH-FOUND
                  MOVE    FLAG-ON TO FLAG-SUB-END
          ELSE
                  READ    TOUR-BOOKING-FILE NEXT
                          AT END MOVE FLAG-ON TO FLAG-SUB-END
                  END-READ
          END-IF
  END-IF.


*> ***************************************************************************
*> * 定員検査処理
*> ***************************************************************************
CHECK-CAPACITY.
  OPEN    INPUT                 TOUR-CAPACITY-FILE.
  IF      NOT WS-CAPACITY-STATUS-OK
          MOVE    WS-CAPACITY-STATUS TO WS-OPEN-STATUS
          MOVE    'TOUR-CAPACITY.DAT' TO WS-OPEN-FILE-NAME
          PERFORM REPORT-OPEN-FAILURE
          MOVE    WS-SKIP-REASON TO WS-CHECK-SKIPPED(WS-CK-CAP-TOUR)
  ELSE
          MOVE    FLAG-OFF TO FLAG-FILE-END
          MOVE    LOW-VALUE TO CAP-TOUR-CODE
          START   TOUR-CAPACITY-FILE KEY >= CAP-TOUR-CODE
                  INVALID KEY MOVE FLAG-ON TO FLAG-FILE-END
          END-START
          IF      FLAG-FILE-END NOT = FLAG-ON
                  READ    TOUR-CAPACITY-FILE NEXT
                          AT END MOVE FLAG-ON TO FLAG-FILE-END
                  END-READ
          END-IF
          PERFORM CHECK-CAPACITY-LOOP
                  UNTIL FLAG-FILE-END = FLAG-ON
          CLOSE   TOUR-CAPACITY-FILE
  END-IF.


*> ***************************************************************************
*> * 定員検査繰り返し処理
*> ***************************************************************************
CHECK-CAPACITY-LOOP.
  MOVE    CAP-TOUR-CODE TO WS-LOOKUP-TOUR-CODE.
  PERFORM LOOKUP-MASTER.
  IF      FLAG-MATCH-FOUND = FLAG-OFF
          MOVE    WS-CK-CAP-TOUR TO WS-CHECK-NO
          MOVE    CAP-TOUR-CODE TO WS-FIND-KEY
          MOVE    SPACE TO WS-FIND-TEXT
          STRING  '定員 ' CAP-SEATS ' 席'
                  DELIMITED BY SIZE INTO WS-FIND-TEXT
          PERFORM RECORD-FINDING
  END-IF.

  READ    TOUR-CAPACITY-FILE NEXT
          AT END MOVE FLAG-ON TO FLAG-FILE-END.


*> ***************************************************************************
*> * スケジュール検査処理
*> ***************************************************************************
CHECK-SCHEDULES.
  OPEN    INPUT                 TOUR-SCHEDULE-FILE.
  IF      NOT WS-SCHEDULE-STATUS-OK
          MOVE    WS-SCHEDULE-STATUS TO WS-OPEN-STATUS
          MOVE    'TOUR-SCHEDULE.DAT' TO WS-OPEN-FILE-NAME
          PERFORM REPORT-OPEN-FAILURE
          MOVE    WS-SKIP-REASON TO WS-CHECK-SKIPPED(WS-CK-SCHD-TOUR)
          MOVE    WS-SKIP-REASON TO WS-CHECK-SKIPPED(WS-CK-SCHD-DATES)
  ELSE
          MOVE    FLAG-OFF TO FLAG-FILE-END
          MOVE    LOW-VALUE TO SCHD-TOUR-CODE
          START   TOUR-SCHEDULE-FILE KEY >= SCHD-TOUR-CODE
                  INVALID KEY MOVE FLAG-ON TO FLAG-FILE-END
          END-START
          IF      FLAG-FILE-END NOT = FLAG-ON
                  READ    TOUR-SCHEDULE-FILE NEXT
                          AT END MOVE FLAG-ON TO FLAG-FILE-END
                  END-READ
          END-IF
          PERFORM CHECK-SCHEDULES-LOOP
                  UNTIL FLAG-FILE-END = FLAG-ON
          CLOSE   TOUR-SCHEDULE-FILE
  END-IF.


*> ***************************************************************************
*> * スケジュール検査繰り返し処理
*> ***************************************************************************
CHECK-SCHEDULES-LOOP.
  MOVE    SCHD-TOUR-CODE TO WS-FIND-KEY.

  MOVE    SCHD-TOUR-CODE TO WS-LOOKUP-TOUR-CODE.
  PERFORM LOOKUP-MASTER.
  IF      FLAG-MATCH-FOUND = FLAG-OFF
          MOVE    WS-CK-SCHD-TOUR TO WS-CHECK-NO
          MOVE    SPACE TO WS-FIND-TEXT
          STRING  '出発日 ' SCHD-DEPART-DATE
                  DELIMITED BY SIZE INTO WS-FIND-TEXT
          PERFORM RECORD-FINDING
  END-IF.

  IF      SCHD-RETURN-DATE < SCHD-DEPART-DATE
          MOVE    WS-CK-SCHD-DATES TO WS-CHECK-NO
          MOVE    SPACE TO WS-FIND-TEXT
          STRING  '出発日 ' SCHD-DEPART-DATE ' 帰着日 ' SCHD-RETURN-DATE
                  DELIMITED BY SIZE INTO WS-FIND-TEXT
          PERFORM RECORD-FINDING
  END-IF.

  READ    TOUR-SCHEDULE-FILE NEXT
          AT END MOVE FLAG-ON TO FLAG-FILE-END.


*> ***************************************************************************
*> * 売掛残検査処理
*> * = 不明入金(マスタ未登録宛の入金)は消込で意図して作る行のため
*> *   注意として別に数え、それ以外のマスタに無い行を重大とする
*> ***************************************************************************
CHECK-AR.
  OPEN    INPUT                 TOUR-AR-FILE.
  IF      NOT WS-AR-STATUS-OK
          MOVE    WS-AR-STATUS TO WS-OPEN-STATUS
          MOVE    'TOUR-AR.DAT' TO WS-OPEN-FILE-NAME
          PERFORM REPORT-OPEN-FAILURE
          MOVE    WS-SKIP-REASON TO WS-CHECK-SKIPPED(WS-CK-AR-TOUR)
          MOVE    WS-SKIP-REASON TO WS-CHECK-SKIPPED(WS-CK-AR-UNAPPLIED)
  ELSE
          MOVE    FLAG-OFF TO FLAG-FILE-END
          READ    TOUR-AR-FILE
                  AT END MOVE FLAG-ON TO FLAG-FILE-END
          END-READ
          PERFORM CHECK-AR-LOOP
                  UNTIL FLAG-FILE-END = FLAG-ON
          CLOSE   TOUR-AR-FILE
  END-IF.


*> ***************************************************************************
*> * 売掛残検査繰り返し処理
*> ***************************************************************************
CHECK-AR-LOOP.
  MOVE    AR-TOUR-CODE TO WS-LOOKUP-TOUR-CODE.
  PERFORM LOOKUP-MASTER.
  IF      FLAG-MATCH-FOUND = FLAG-OFF
          IF      AR-STATUS-UNAPPLIED
                  MOVE    WS-CK-AR-UNAPPLIED TO WS-CHECK-NO
          ELSE
                  MOVE    WS-CK-AR-TOUR TO WS-CHECK-NO
          END-IF
          MOVE    AR-TOUR-CODE TO WS-FIND-KEY
          MOVE    SPACE TO WS-FIND-TEXT
          STRING  '入金額 ' AR-RECEIVED-AMOUNT ' 状態 ' AR-STATUS-CODE
                  DELIMITED BY SIZE INTO WS-FIND-TEXT
          PERFORM RECORD-FINDING
  END-IF.

  READ    TOUR-AR-FILE
          AT END MOVE FLAG-ON TO FLAG-FILE-END.


*> ***************************************************************************
*> * 旅行者検査処理
*> ***************************************************************************
CHECK-TRAVELLERS.
  OPEN    INPUT                 TOUR-TRAVELLER-FILE.
  IF      NOT WS-TRAVELLER-STATUS-OK OR FLAG-BOOKING-OPENED NOT = FLAG-ON
          IF      NOT WS-TRAVELLER-STATUS-OK
                  MOVE    WS-TRAVELLER-STATUS TO WS-OPEN-STATUS
                  MOVE    'TOUR-TRAVELLER.DAT' TO WS-OPEN-FILE-NAME
                  PERFORM REPORT-OPEN-FAILURE
          ELSE
                  CLOSE   TOUR-TRAVELLER-FILE
                  MOVE    WS-BOOKING-SKIP-REASON TO WS-SKIP-REASON
          END-IF
          MOVE    WS-SKIP-REASON TO WS-CHECK-SKIPPED(WS-CK-TRVL-BOOKING)
  ELSE
          MOVE    FLAG-OFF TO FLAG-FILE-END
          MOVE    LOW-VALUE TO TRVL-KEY
          START   TOUR-TRAVELLER-FILE KEY >= TRVL-KEY
                  INVALID KEY MOVE FLAG-ON TO FLAG-FILE-END
          END-START
          IF      FLAG-FILE-END NOT = FLAG-ON
                  READ    TOUR-TRAVELLER-FILE NEXT
                          AT END MOVE FLAG-ON TO FLAG-FILE-END
                  END-READ
          END-IF
          PERFORM CHECK-TRAVELLERS-LOOP
                  UNTIL FLAG-FILE-END = FLAG-ON
          CLOSE   TOUR-TRAVELLER-FILE
  END-IF.


*> ***************************************************************************
*> * 旅行者検査繰り返し処理
*> ***************************************************************************
CHECK-TRAVELLERS-LOOP.
  MOVE    TRVL-TOUR-CODE TO BK-TOUR-CODE.
  MOVE    TRVL-BOOKING-NO TO BK-BOOKING-NO.
  READ    TOUR-BOOKING-FILE
          INVALID KEY
          MOVE    WS-CK-TRVL-BOOKING TO WS-CHECK-NO
          MOVE    TRVL-TOUR-CODE TO WS-KEY-TOUR-CODE
          MOVE    TRVL-BOOKING-NO TO WS-KEY-ITEM-NO
          MOVE    TRVL-NO TO WS-KEY-SUB-NO
          MOVE    WS-KEY-EDIT TO WS-FIND-KEY
          MOVE    SPACE TO WS-FIND-TEXT
          STRING  '旅行者 ' TRVL-NAME
                  DELIMITED BY SIZE INTO WS-FIND-TEXT
          PERFORM RECORD-FINDING
  END-READ.

  READ    TOUR-TRAVELLER-FILE NEXT
          AT END MOVE FLAG-ON TO FLAG-FILE-END.


*> ***************************************************************************
*> * 原価検査処理
*> ***************************************************************************
CHECK-COSTS.
  OPEN    INPUT                 TOUR-COST-FILE.
  IF      NOT WS-COST-STATUS-OK
          MOVE    WS-COST-STATUS TO WS-OPEN-STATUS
          MOVE    'TOUR-COST.DAT' TO WS-OPEN-FILE-NAME
          PERFORM REPORT-OPEN-FAILURE
          MOVE    WS-SKIP-REASON TO WS-CHECK-SKIPPED(WS-CK-COST-TOUR)
  ELSE
          MOVE    FLAG-OFF TO FLAG-FILE-END
          MOVE    LOW-VALUE TO COST-KEY
          START   TOUR-COST-FILE KEY >= COST-KEY
                  INVALID KEY MOVE FLAG-ON TO FLAG-FILE-END
          END-START
          IF      FLAG-FILE-END NOT = FLAG-ON
                  READ    TOUR-COST-FILE NEXT
                          AT END MOVE FLAG-ON TO FLAG-FILE-END
                  END-READ
          END-IF
          PERFORM CHECK-COSTS-LOOP
                  UNTIL FLAG-FILE-END = FLAG-ON
          CLOSE   TOUR-COST-FILE
  END-IF.


*> ***************************************************************************
*> * 原価検査繰り返し処理
*> ***************************************************************************
CHECK-COSTS-LOOP.
  MOVE    COST-TOUR-CODE TO WS-LOOKUP-TOUR-CODE.
  PERFORM LOOKUP-MASTER.
  IF      FLAG-MATCH-FOUND = FLAG-OFF
          MOVE    WS-CK-COST-TOUR TO WS-CHECK-NO
          MOVE    COST-TOUR-CODE TO WS-KEY-TOUR-CODE
          MOVE    COST-LINE-NO TO WS-KEY-ITEM-NO
          MOVE    WS-KEY-EDIT(1:9) TO WS-FIND-KEY
          MOVE    SPACE TO WS-FIND-TEXT
          STRING  '仕入先 ' COST-SUPPLIER ' 原価 ' COST-AMOUNT
                  DELIMITED BY SIZE INTO WS-FIND-TEXT
          PERFORM RECORD-FINDING
  END-IF.

  READ    TOUR-COST-FILE NEXT
          AT END MOVE FLAG-ON TO FLAG-FILE-END.


*> ***************************************************************************
*> * 返金台帳検査処理
*> ***************************************************************************
CHECK-REFUNDS.
  OPEN    INPUT                 TOUR-REFUND-REG-FILE.
  IF      NOT WS-REFUND-REG-STATUS-OK OR FLAG-BOOKING-OPENED NOT = FLAG-ON
          IF      NOT WS-REFUND-REG-STATUS-OK
                  MOVE    WS-REFUND-REG-STATUS TO WS-OPEN-STATUS
                  MOVE    'TOUR-REFUND-REG.DAT' TO WS-OPEN-FILE-NAME
                  PERFORM REPORT-OPEN-FAILURE
          ELSE
                  CLOSE   TOUR-REFUND-REG-FILE
                  MOVE    WS-BOOKING-SKIP-REASON TO WS-SKIP-REASON
          END-IF
          MOVE    WS-SKIP-REASON TO WS-CHECK-SKIPPED(WS-CK-REFUND-BOOKING)
          MOVE    WS-SKIP-REASON TO WS-CHECK-SKIPPED(WS-CK-REFUND-ACTIVE)
  ELSE
          MOVE    FLAG-OFF TO FLAG-FILE-END
          MOVE    LOW-VALUE TO RREG-KEY
          START   TOUR-REFUND-REG-FILE KEY >= RREG-KEY
                  INVALID KEY MOVE FLAG-ON TO FLAG-FILE-END
          END-START
          IF      FLAG-FILE-END NOT = FLAG-ON
                  READ    TOUR-REFUND-REG-FILE NEXT
                          AT END MOVE FLAG-ON TO FLAG-FILE-END
                  END-READ
          END-IF
          PERFORM CHECK-REFUNDS-LOOP
                  UNTIL FLAG-FILE-END = FLAG-ON
          CLOSE   TOUR-REFUND-REG-FILE
  END-IF.


*> ***************************************************************************
*> * 返金台帳検査繰り返し処理
*> ***************************************************************************
CHECK-REFUNDS-LOOP.
  MOVE    RREG-KEY TO BK-KEY.
  READ    TOUR-BOOKING-FILE
          INVALID KEY
          MOVE    WS-CK-REFUND-BOOKING TO WS-CHECK-NO
          MOVE    RREG-TOUR-CODE TO WS-KEY-TOUR-CODE
          MOVE    RREG-BOOKING-NO TO WS-KEY-ITEM-NO
          MOVE    WS-KEY-EDIT(1:9) TO WS-FIND-KEY
          MOVE    SPACE TO WS-FIND-TEXT
          STRING  RREG-CRN-NO ' 予約者 ' RREG-PARTY-NAME
                  DELIMITED BY SIZE INTO WS-FIND-TEXT
          PERFORM RECORD-FINDING
          NOT INVALID KEY
          IF      BK-STATUS-ACTIVE
                  MOVE    WS-CK-REFUND-ACTIVE TO WS-CHECK-NO
                  MOVE    RREG-TOUR-CODE TO WS-KEY-TOUR-CODE
                  MOVE    RREG-BOOKING-NO TO WS-KEY-ITEM-NO
                  MOVE    WS-KEY-EDIT(1:9) TO WS-FIND-KEY
                  MOVE    SPACE TO WS-FIND-TEXT
                  STRING  RREG-CRN-NO ' 予約者 ' BK-PARTY-NAME
                          DELIMITED BY SIZE INTO WS-FIND-TEXT
                  PERFORM RECORD-FINDING
          END-IF
  END-READ.

  READ    TOUR-REFUND-REG-FILE NEXT
          AT END MOVE FLAG-ON TO FLAG-FILE-END.


*> ***************************************************************************
*> * マスタ参照処理
*> * = WS-LOOKUP-TOUR-CODEがマスタにあればFLAG-MATCH-FOUNDを立てる
*> ***************************************************************************
LOOKUP-MASTER.
  MOVE    FLAG-OFF TO FLAG-MATCH-FOUND.
  MOVE    WS-LOOKUP-TOUR-CODE TO IN-TOUR-CODE.
  READ    TOUR-MASTER-FILE
          INVALID KEY
          CONTINUE
          NOT INVALID KEY
          MOVE    FLAG-ON TO FLAG-MATCH-FOUND
  END-READ.


*> ***************************************************************************
*> * 顧客参照処理
*> * = WS-LOOKUP-CUST-IDが顧客マスタにあればFLAG-MATCH-FOUNDを立てる
*> *   (顧客マスタが無い場合は見つからないものとする)
*> ***************************************************************************
LOOKUP-CUSTOMER.
  MOVE    FLAG-OFF TO FLAG-MATCH-FOUND.
  IF      FLAG-CUSTOMER-OPENED = FLAG-ON
          MOVE    WS-LOOKUP-CUST-ID TO CUST-ID
          READ    TOUR-CUSTOMER-FILE
                  INVALID KEY
                  CONTINUE
                  NOT INVALID KEY
                  MOVE    FLAG-ON TO FLAG-MATCH-FOUND
          END-READ
  END-IF.


*> ***************************************************************************
*> * 検出記録処理
*> * = 呼び出し元でWS-CHECK-NO・WS-FIND-KEY・WS-FIND-TEXTを設定しておくこと
*> ***************************************************************************
RECORD-FINDING.
  COMPUTE WS-CHECK-COUNT(WS-CHECK-NO) = WS-CHECK-COUNT(WS-CHECK-NO) + 1.
  IF      WS-CHECK-SERIOUS(WS-CHECK-NO)
          COMPUTE WS-SERIOUS-TOTAL = WS-SERIOUS-TOTAL + 1
          MOVE    '重大' TO PRINT-INTEG-LEVEL
  ELSE
          COMPUTE WS-WARNING-TOTAL = WS-WARNING-TOTAL + 1
          MOVE    '注意' TO PRINT-INTEG-LEVEL
  END-IF.

  MOVE    WS-CHECK-NO TO PRINT-INTEG-NO.
  MOVE    WS-FIND-KEY TO PRINT-INTEG-KEY.
  MOVE    WS-FIND-TEXT TO PRINT-INTEG-TEXT.
  WRITE   TOUR-INTEG-RECORDS FROM PRINT-INTEG-LINE AFTER 1.


*> ***************************************************************************
*> * オープン失敗報告処理
*> * = 未作成(STATUS=35)以外で開けない場合は検査できないこと自体を
*> *   重大として復帰コード8にする。対象外理由をWS-SKIP-REASONに返す
*> ***************************************************************************
REPORT-OPEN-FAILURE.
  IF      WS-OPEN-STATUS = '35'
          DISPLAY '警告: ' WS-OPEN-FILE-NAME ' がありません (検査対象外)'
          MOVE    1 TO WS-SKIP-REASON
  ELSE
          DISPLAY 'エラー: ' WS-OPEN-FILE-NAME ' が開けません STATUS='
                  WS-OPEN-STATUS
          COMPUTE WS-SERIOUS-TOTAL = WS-SERIOUS-TOTAL + 1
          MOVE    2 TO WS-SKIP-REASON
  END-IF.


*> ***************************************************************************
*> * 検査項目別集計出力処理
*> ***************************************************************************
WRITE-INTEG-SUMMARY.
  WRITE   TOUR-INTEG-RECORDS FROM PRINT-INTEG-SUM-HEADER AFTER 3.

  MOVE    1 TO WS-CHECK-IDX.
  PERFORM UNTIL WS-CHECK-IDX > WS-CHECK-MAX
          MOVE    WS-CHECK-IDX TO PRINT-INTEG-SUM-NO
          IF      WS-CHECK-SERIOUS(WS-CHECK-IDX)
                  MOVE    '重大' TO PRINT-INTEG-SUM-LEVEL
          ELSE
                  MOVE    '注意' TO PRINT-INTEG-SUM-LEVEL
          END-IF
          MOVE    WS-CHECK-NAME(WS-CHECK-IDX) TO PRINT-INTEG-SUM-NAME
          EVALUATE TRUE
            WHEN    WS-CHECK-NO-FILE(WS-CHECK-IDX)
                    MOVE    '対象外(ﾌｧｲﾙなし)' TO PRINT-INTEG-SUM-COUNT
            WHEN    WS-CHECK-OPEN-ERROR(WS-CHECK-IDX)
                    MOVE    '対象外(ｵｰﾌﾟﾝ不可)' TO PRINT-INTEG-SUM-COUNT
            WHEN    OTHER
                    MOVE    WS-CHECK-COUNT(WS-CHECK-IDX) TO WS-EDIT-COUNT
                    MOVE    WS-EDIT-COUNT TO PRINT-INTEG-SUM-COUNT
          END-EVALUATE
          WRITE   TOUR-INTEG-RECORDS FROM PRINT-INTEG-SUMMARY AFTER 1
          COMPUTE WS-CHECK-IDX = WS-CHECK-IDX + 1
  END-PERFORM.

  MOVE    SPACE TO PRINT-INTEG-SUMMARY.
  MOVE    '重大 合計' TO PRINT-INTEG-SUM-NAME.
  MOVE    WS-SERIOUS-TOTAL TO WS-EDIT-COUNT.
  MOVE    WS-EDIT-COUNT TO PRINT-INTEG-SUM-COUNT.
  WRITE   TOUR-INTEG-RECORDS FROM PRINT-INTEG-SUMMARY AFTER 2.

  MOVE    SPACE TO PRINT-INTEG-SUMMARY.
  MOVE    '注意 合計' TO PRINT-INTEG-SUM-NAME.
  MOVE    WS-WARNING-TOTAL TO WS-EDIT-COUNT.
  MOVE    WS-EDIT-COUNT TO PRINT-INTEG-SUM-COUNT.
  WRITE   TOUR-INTEG-RECORDS FROM PRINT-INTEG-SUMMARY AFTER 1.


*> ***************************************************************************
*> * 終了処理
*> * = 重大な不整合があれば復帰コード8、注意だけなら4で終わる
*> ***************************************************************************
FINALIZE.
  IF      FLAG-MASTER-OPENED = FLAG-ON
          CLOSE   TOUR-MASTER-FILE TOUR-INTEG-LIST
  END-IF.
  IF      FLAG-CUSTOMER-OPENED = FLAG-ON
          CLOSE   TOUR-CUSTOMER-FILE
  END-IF.
  IF      FLAG-BOOKING-OPENED = FLAG-ON
          CLOSE   TOUR-BOOKING-FILE
  END-IF.

  IF      FLAG-MASTER-OPENED = FLAG-ON
          DISPLAY '重大: ' WS-SERIOUS-TOTAL ' 件  注意: ' WS-WARNING-TOTAL ' 件'
          DISPLAY '整合性チェックリスト: TOUR-INTEG.DAT'
          EVALUATE TRUE
            WHEN    WS-SERIOUS-TOTAL > ZERO
                    DISPLAY 'エラー: 重大な不整合があります'
                    MOVE    8 TO RETURN-CODE
            WHEN    WS-WARNING-TOTAL > ZERO
                    MOVE    4 TO RETURN-CODE
            WHEN    OTHER
                    DISPLAY 'ファイル間の不整合はありません'
          END-EVALUATE
  END-IF.
