*> ------------------------------------------------------- <*
*> Run as:
*> $ cobc -x -free -g -debug -Wall -I copybooks tour_dunning.cbl; ./tour_dunning
*> TOUR-AR.DAT (TOUR-CASH の消込結果) の未回収残高を TOUR-CASH の
*> 売掛金年齢表と同じく契約日からの経過日数で区分し、延滞している
*> ツアーごとに督促状を1通1ページで TOUR-DUNNING-LETTER.DAT へ印刷する。
*> 督促段階は年齢区分に合わせて3段階とし、段階ごとに文面を強める。
*>   段階1: 31~60日 (ご入金のお願い)
*>   段階2: 61~90日 (再度のご入金のお願い)
*>   段階3: 90日超   (最終督促)
*> 宛先はツアーの有効予約のうち予約番号の最も若いもの (顧客ID設定済を
*> 優先) の BK-CUST-ID から TOUR-CUSTOMER.DAT の氏名・住所を引く。
*> 送付した段階と送付日は TOUR-DUN-HIST.DAT へ記録し、同じ段階は
*> 二度送らない。段階は1つずつ上げ、前の段階の送付から一定日数
*> (WS-DUN-GAP-DAYS) 経過するまでは次の段階を送らない。
*> 最終督促まで送付済で未回収のツアーは回収担当者の作業一覧として
*> TOUR-COLLECT.DAT へ印刷する。
*> ------------------------------------------------------- <*

*> ***************************************************************************
*> * 見出し部
*> ***************************************************************************
IDENTIFICATION DIVISION.
  PROGRAM-ID. TOUR-DUNNING.


*> ***************************************************************************
*> * 環境部
*> ***************************************************************************
ENVIRONMENT DIVISION.

  INPUT-OUTPUT SECTION.
  FILE-CONTROL.
    SELECT TOUR-AR-FILE         ASSIGN TO 'TOUR-AR.DAT'         *> INFILE   / 売掛残ファイル
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-AR-STATUS.
    SELECT TOUR-MASTER-FILE     ASSIGN TO 'TOUR-MASTER.DAT'     *> INFILE   / ツアーマスタファイル
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS IN-TOUR-CODE
      FILE STATUS IS WS-MASTER-STATUS.
    SELECT TOUR-BOOKING-FILE    ASSIGN TO 'TOUR-BOOKING.DAT'    *> INFILE   / 予約明細ファイル
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS BK-KEY
      FILE STATUS IS WS-BOOKING-STATUS.
    SELECT TOUR-CUSTOMER-FILE   ASSIGN TO 'TOUR-CUSTOMER.DAT'   *> INFILE   / 顧客マスタファイル
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS CUST-ID
      FILE STATUS IS WS-CUSTOMER-STATUS.
    SELECT TOUR-DUN-HIST-FILE   ASSIGN TO 'TOUR-DUN-HIST.DAT'   *> I-O      / 督促履歴ファイル
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS DUN-KEY
      FILE STATUS IS WS-DUN-HIST-STATUS.
    SELECT TOUR-DUNNING-LIST    ASSIGN TO 'TOUR-DUNNING-LETTER.DAT' *> SYSPRINT / 督促状
      ORGANIZATION IS LINE SEQUENTIAL.
    SELECT TOUR-COLLECT-LIST    ASSIGN TO 'TOUR-COLLECT.DAT'    *> SYSPRINT / 回収作業一覧
      ORGANIZATION IS LINE SEQUENTIAL.


*> ***************************************************************************
*> * データ部
*> ***************************************************************************
DATA DIVISION.

  *> ファイルの定義
  FILE SECTION.

    *> 売掛残ファイル (TOUR-CASH の消込結果)
    FD TOUR-AR-FILE
      LABEL RECORD IS OMITTED.

    COPY TOURAR.

    *> ツアーマスタファイル (IN-TOUR-CODEをキーとした索引編成ファイル)
    FD TOUR-MASTER-FILE
      LABEL RECORD IS STANDARD.

    COPY TOURMAST.

    *> 予約明細ファイル (ツアーID+予約番号をキーとした索引編成ファイル)
    FD TOUR-BOOKING-FILE
      LABEL RECORD IS STANDARD.

    COPY TOURBOOK.

    *> 顧客マスタファイル (CUST-IDをキーとした索引編成ファイル)
    FD TOUR-CUSTOMER-FILE
      LABEL RECORD IS STANDARD.

    COPY TOURCUST.

    *> 督促履歴ファイル (ツアーID+督促段階をキーとした索引編成ファイル)
    *> 送付した段階ごとに1レコードを残す
    FD TOUR-DUN-HIST-FILE
      LABEL RECORD IS STANDARD.

    01 TOUR-DUN-HIST-REC.
      03 DUN-KEY.
        05 DUN-TOUR-CODE        PIC X(05).                *> ツアーID
        05 DUN-LEVEL            PIC 9(01).                *> 督促段階(1~3)
      03 DUN-SENT-DATE          PIC 9(08).                *> 送付日(YYYYMMDD)
      03 DUN-BALANCE            PIC 9(12).                *> 送付時の未回収残高
      03 DUN-CUST-ID            PIC X(05).                *> 宛先顧客ID

    *> 督促状
    FD TOUR-DUNNING-LIST
      LABEL RECORD IS OMITTED.

    01 TOUR-DUNNING-RECORDS     PIC X(132).

    *> 回収作業一覧
    FD TOUR-COLLECT-LIST
      LABEL RECORD IS OMITTED.

    01 TOUR-COLLECT-RECORDS     PIC X(132).

  *> 変数の定義
  WORKING-STORAGE SECTION.

    *> 一時利用
    01 FLAG-FILE-END            PIC 9(01) VALUE ZERO.     *> EODフラグ
    01 FLAG-ON                  PIC 9(01) VALUE 1.        *> 定数 ON
    01 FLAG-OFF                 PIC 9(01) VALUE 0.        *> 定数 OFF
    01 FLAG-BOOKING-END         PIC 9(01) VALUE ZERO.     *> 予約読み終わりフラグ
    01 FLAG-MASTER-OPENED       PIC 9(01) VALUE ZERO.     *> マスタオープン済フラグ
    01 FLAG-BOOKING-OPENED      PIC 9(01) VALUE ZERO.     *> 予約明細オープン済フラグ
    01 FLAG-CUSTOMER-OPENED     PIC 9(01) VALUE ZERO.     *> 顧客マスタオープン済フラグ
    01 FLAG-HIST-OPENED         PIC 9(01) VALUE ZERO.     *> 督促履歴オープン済フラグ

    01 WS-AR-STATUS             PIC X(02) VALUE '00'.     *> TOUR-AR-FILEの状態キー
      88 WS-AR-STATUS-OK        VALUE '00'.
    01 WS-MASTER-STATUS         PIC X(02) VALUE '00'.     *> TOUR-MASTER-FILEの状態キー
      88 WS-MASTER-STATUS-OK    VALUE '00'.
    01 WS-BOOKING-STATUS        PIC X(02) VALUE '00'.     *> TOUR-BOOKING-FILEの状態キー
      88 WS-BOOKING-STATUS-OK   VALUE '00'.
    01 WS-CUSTOMER-STATUS       PIC X(02) VALUE '00'.     *> TOUR-CUSTOMER-FILEの状態キー
      88 WS-CUSTOMER-STATUS-OK  VALUE '00'.
    01 WS-DUN-HIST-STATUS       PIC X(02) VALUE '00'.     *> TOUR-DUN-HIST-FILEの状態キー
      88 WS-DUN-HIST-STATUS-OK  VALUE '00'.
      88 WS-DUN-HIST-NOT-FOUND  VALUE '35'.

    *> 基準日と経過日数
    01 WS-BASE-DATE             PIC 9(08) VALUE ZERO.     *> 基準日(YYYYMMDD)
    01 WS-AGE-DAYS              PIC S9(05) VALUE ZERO.    *> 契約日からの経過日数
    01 WS-PAY-BY-DATE           PIC 9(08) VALUE ZERO.     *> お支払期限(YYYYMMDD)

    *> 督促の運用値
    01 WS-DUN-GAP-DAYS          PIC 9(03) VALUE 14.       *> 次の段階を送るまでの間隔(日)
    01 WS-PAY-BY-DAYS           PIC 9(03) VALUE 10.       *> 基準日からお支払期限までの日数
    01 WS-DUN-FINAL-LEVEL       PIC 9(01) VALUE 3.        *> 最終督促の段階

    *> 督促段階の判定
    01 WS-TARGET-LEVEL          PIC 9(01) VALUE ZERO.     *> 年齢区分から決まる段階
    01 WS-LAST-LEVEL            PIC 9(01) VALUE ZERO.     *> 送付済の最高段階
    01 WS-LAST-SENT-DATE        PIC 9(08) VALUE ZERO.     *> 送付済の最高段階の送付日
    01 WS-FINAL-SENT-DATE       PIC 9(08) VALUE ZERO.     *> 最終督促の送付日
    01 WS-SEND-LEVEL            PIC 9(01) VALUE ZERO.     *> 今回送る段階(0:送らない)
    01 WS-GAP-DAYS              PIC S9(05) VALUE ZERO.    *> 前回送付からの経過日数
    01 WS-HIST-LEVEL            PIC 9(01) VALUE ZERO.     *> 履歴読み込み用の段階

    *> 宛先
    01 WS-DUN-CUST-ID           PIC X(05) VALUE SPACE.    *> 宛先顧客ID
    01 WS-DUN-NAME              PIC X(20) VALUE SPACE.    *> 宛先氏名
    01 WS-DUN-ADDRESS           PIC X(30) VALUE SPACE.    *> 宛先住所
    01 WS-DUN-PHONE             PIC X(13) VALUE SPACE.    *> 宛先電話番号
    01 WS-DUN-PARTY-NAME        PIC X(20) VALUE SPACE.    *> 顧客未設定時の予約者名
    01 WS-DUN-TOUR-NAME         PIC X(10) VALUE SPACE.    *> ツアー名

    *> 件数・集計
    01 WS-OVERDUE-COUNT         PIC 9(05) VALUE ZERO.     *> 延滞ツアー数
    01 WS-LETTER-COUNT          PIC 9(05) VALUE ZERO.     *> 督促状発行数
    01 WS-LEVEL-COUNT-TABLE.
      03 WS-LEVEL-COUNT         PIC 9(05) OCCURS 3 TIMES. *> 段階別発行数
    01 WS-SENT-SKIP-COUNT       PIC 9(05) VALUE ZERO.     *> 同段階送付済で見送り
    01 WS-GAP-SKIP-COUNT        PIC 9(05) VALUE ZERO.     *> 間隔未経過で見送り
    01 WS-NOADDR-COUNT          PIC 9(05) VALUE ZERO.     *> 住所不明で発行
    01 WS-COLLECT-COUNT         PIC 9(05) VALUE ZERO.     *> 回収作業一覧件数
    01 WS-COLLECT-TOTAL         PIC 9(13) VALUE ZERO.     *> 回収作業一覧残高合計

    *> 督促状出力域
    01 PRINT-DUN-TITLE.
      03 FILLER                 PIC X(20) VALUE SPACE.
      03 PRINT-DUN-TITLE-TEXT   PIC X(48).

    01 PRINT-DUN-DATE.
      03 FILLER                 PIC X(40) VALUE SPACE.
      03 FILLER                 PIC X(11) VALUE '発行日: '.
      03 PRINT-DUN-ISSUE-DATE   PIC 9(08).

    01 PRINT-DUN-ADDRESS.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-DUN-ADDR         PIC X(30).

    01 PRINT-DUN-NAME.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-DUN-CUST-NAME    PIC X(20).
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 FILLER                 PIC X(03) VALUE '様'.
      03 FILLER                 PIC X(04) VALUE SPACE.
      03 FILLER                 PIC X(15) VALUE '顧客ID: '.
      03 PRINT-DUN-CUST-ID      PIC X(05).

    01 PRINT-DUN-TOUR.
      03 FILLER                 PIC X(13) VALUE 'ﾂｱｰID: '.
      03 PRINT-DUN-CODE         PIC X(05).
      03 FILLER                 PIC X(04) VALUE SPACE.
      03 FILLER                 PIC X(14) VALUE 'ﾂｱｰ名: '.
      03 PRINT-DUN-TOUR-NAME    PIC X(10).
      03 FILLER                 PIC X(04) VALUE SPACE.
      03 FILLER                 PIC X(11) VALUE '契約日: '.
      03 PRINT-DUN-CONTRACT     PIC 9(08).

    01 PRINT-DUN-AMOUNT.
      03 PRINT-DUN-AMOUNT-TEXT  PIC X(20).
      03 PRINT-DUN-AMOUNT-VALUE PIC ZZ,ZZZ,ZZZ,ZZ9.
      03 FILLER                 PIC X(03) VALUE '円'.

    01 PRINT-DUN-TEXT.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-DUN-TEXT-LINE    PIC X(112).

    01 PRINT-DUN-PAY-BY.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 FILLER                 PIC X(20) VALUE 'お支払期限: '.
      03 PRINT-DUN-PAY-BY-DATE  PIC 9(08).

    01 PRINT-DUN-RULE           PIC X(60) VALUE ALL '-'.

    *> 回収作業一覧出力域
    01 PRINT-COLLECT-TITLE.
      03 FILLER                 PIC X(32) VALUE '*** 回収作業一覧 ***'.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 FILLER                 PIC X(11) VALUE '基準日: '.
      03 PRINT-COLLECT-BASE     PIC 9(08).

    01 PRINT-COLLECT-HEADER.
      03 FILLER                 PIC X(07) VALUE 'ID     '.
      03 FILLER                 PIC X(10) VALUE '顧客ID '.
      03 FILLER                 PIC X(22) VALUE '宛先'.
      03 FILLER                 PIC X(15) VALUE '電話番号'.
      03 FILLER                 PIC X(09) VALUE 'ｹｲｶ'.
      03 FILLER                 PIC X(18) VALUE 'ｻﾞﾝﾀﾞｶ'.
      03 FILLER                 PIC X(20) VALUE '最終督促日'.

    01 PRINT-COLLECT-LINE.
      03 PRINT-COLLECT-CODE     PIC X(05).
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-COLLECT-CUST-ID  PIC X(05).
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-COLLECT-NAME     PIC X(20).
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-COLLECT-PHONE    PIC X(13).
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-COLLECT-DAYS     PIC ZZ,ZZ9.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-COLLECT-BALANCE  PIC ZZ,ZZZ,ZZZ,ZZ9.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-COLLECT-FINAL    PIC 9(08).

    01 PRINT-COLLECT-SUMMARY.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-COLLECT-SUM-TEXT PIC X(20).
      03 PRINT-COLLECT-SUM-COUNT PIC ZZ,ZZ9.
      03 FILLER                 PIC X(05) VALUE '件  '.
      03 PRINT-COLLECT-SUM-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.


*> ***************************************************************************
*> * 手続き部
*> ***************************************************************************
PROCEDURE DIVISION.

*> 基本処理
BASE.
  DISPLAY 'TOUR-DUNNING'.
  DISPLAY '-- PROGRAM START --'.

  PERFORM                     INIT.

  PERFORM                     MAIN-LOOP
                              UNTIL FLAG-FILE-END = FLAG-ON.

  PERFORM                     FINALIZE.

  DISPLAY '-- PROGRAM EXIT   --'.
  STOP RUN.


*> ***************************************************************************
*> * 初期化処理
*> * = 基準日の入力とファイルのオープン。売掛残と督促履歴が
*> *   開けない場合は督促できないので何もせず終わる
*> ***************************************************************************
INIT.
  MOVE    ZERO TO WS-LEVEL-COUNT(1) WS-LEVEL-COUNT(2) WS-LEVEL-COUNT(3).

  DISPLAY '基準日を入力してください(YYYYMMDD 0:本日) ==> ' WITH NO ADVANCING.
  ACCEPT   WS-BASE-DATE.
  IF      WS-BASE-DATE = ZERO
          ACCEPT  WS-BASE-DATE FROM DATE YYYYMMDD
  END-IF.
  COMPUTE WS-PAY-BY-DATE = FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(WS-BASE-DATE)
                           + WS-PAY-BY-DAYS).

  OPEN    INPUT                 TOUR-AR-FILE.
  IF      NOT WS-AR-STATUS-OK
          DISPLAY 'エラー: 売掛残ファイルが開けません STATUS=' WS-AR-STATUS
          DISPLAY '        TOUR-CASH の消込を先に実行してください'
          MOVE    8 TO RETURN-CODE
          MOVE    FLAG-ON TO FLAG-FILE-END
  END-IF.

  *> 督促履歴は初回実行時に作成する
  OPEN    I-O                   TOUR-DUN-HIST-FILE.
  IF      WS-DUN-HIST-NOT-FOUND
          OPEN    OUTPUT        TOUR-DUN-HIST-FILE
          CLOSE                 TOUR-DUN-HIST-FILE
          OPEN    I-O           TOUR-DUN-HIST-FILE
  END-IF.
  IF      WS-DUN-HIST-STATUS-OK
          MOVE    FLAG-ON TO FLAG-HIST-OPENED
  ELSE
          DISPLAY 'エラー: 督促履歴が開けません STATUS=' WS-DUN-HIST-STATUS
          MOVE    8 TO RETURN-CODE
          MOVE    FLAG-ON TO FLAG-FILE-END
  END-IF.

  OPEN    INPUT                 TOUR-MASTER-FILE.
  IF      WS-MASTER-STATUS-OK
          MOVE    FLAG-ON TO FLAG-MASTER-OPENED
  ELSE
          DISPLAY '警告: マスタが開けません STATUS=' WS-MASTER-STATUS
          DISPLAY '      ツアー名なしで印刷します'
  END-IF.

  OPEN    INPUT                 TOUR-BOOKING-FILE.
  IF      WS-BOOKING-STATUS-OK
          MOVE    FLAG-ON TO FLAG-BOOKING-OPENED
  ELSE
          DISPLAY '警告: 予約明細が開けません STATUS=' WS-BOOKING-STATUS
          DISPLAY '      宛先なしで印刷します'
  END-IF.

  OPEN    INPUT                 TOUR-CUSTOMER-FILE.
  IF      WS-CUSTOMER-STATUS-OK
          MOVE    FLAG-ON TO FLAG-CUSTOMER-OPENED
  ELSE
          DISPLAY '警告: 顧客マスタが開けません STATUS=' WS-CUSTOMER-STATUS
          DISPLAY '      住所なし(予約者名宛)で印刷します'
  END-IF.

  OPEN    OUTPUT                TOUR-DUNNING-LIST.
  OPEN    OUTPUT                TOUR-COLLECT-LIST.
  MOVE    WS-BASE-DATE TO PRINT-COLLECT-BASE.
  WRITE   TOUR-COLLECT-RECORDS FROM PRINT-COLLECT-TITLE AFTER PAGE.
  WRITE   TOUR-COLLECT-RECORDS FROM PRINT-COLLECT-HEADER AFTER 2.

  IF      FLAG-FILE-END NOT = FLAG-ON
          READ    TOUR-AR-FILE
                  AT END MOVE FLAG-ON TO FLAG-FILE-END
          END-READ
  END-IF.


*> ***************************************************************************
*> * メイン繰り返し処理
*> * = 未回収残高のあるツアーを年齢区分し、31日以上の延滞だけ督促する
*> ***************************************************************************
MAIN-LOOP.
  IF      AR-BALANCE-DUE > ZERO
          AND (AR-STATUS-UNPAID OR AR-STATUS-PARTIAL)
          COMPUTE WS-AGE-DAYS
                  = FUNCTION INTEGER-OF-DATE(WS-BASE-DATE)
                  - FUNCTION INTEGER-OF-DATE(AR-CONTRACT-DATE)
          EVALUATE TRUE
            WHEN    WS-AGE-DAYS <= 30
                    MOVE    0 TO WS-TARGET-LEVEL
            WHEN    WS-AGE-DAYS <= 60
                    MOVE    1 TO WS-TARGET-LEVEL
            WHEN    WS-AGE-DAYS <= 90
                    MOVE    2 TO WS-TARGET-LEVEL
            WHEN    OTHER
                    MOVE    3 TO WS-TARGET-LEVEL
          END-EVALUATE

          IF      WS-TARGET-LEVEL > ZERO
                  COMPUTE WS-OVERDUE-COUNT = WS-OVERDUE-COUNT + 1
                  PERFORM DUN-ONE-TOUR
          END-IF
  END-IF.

  READ    TOUR-AR-FILE
          AT END MOVE FLAG-ON TO FLAG-FILE-END.


*> ***************************************************************************
*> * ツアー1件督促処理
*> * = 履歴から送付済の段階を調べて今回送る段階を決め、
*> *   送る場合は督促状を印刷して履歴へ記録する。
*> *   最終督促まで送付済なら回収作業一覧へ載せる
*> ***************************************************************************
DUN-ONE-TOUR.
  PERFORM                     GET-DUNNING-HISTORY.

  *> 段階は1つずつ上げる (年齢区分の段階を超えない)
  MOVE    ZERO TO WS-SEND-LEVEL.
  IF      WS-LAST-LEVEL >= WS-TARGET-LEVEL
          COMPUTE WS-SENT-SKIP-COUNT = WS-SENT-SKIP-COUNT + 1
  ELSE
          IF      WS-LAST-LEVEL = ZERO
                  MOVE    1 TO WS-SEND-LEVEL
          ELSE
                  COMPUTE WS-GAP-DAYS
                          = FUNCTION INTEGER-OF-DATE(WS-BASE-DATE)
                          - FUNCTION INTEGER-OF-DATE(WS-LAST-SENT-DATE)
                  IF      WS-GAP-DAYS < WS-DUN-GAP-DAYS
                          COMPUTE WS-GAP-SKIP-COUNT = WS-GAP-SKIP-COUNT + 1
                  ELSE
                          COMPUTE WS-SEND-LEVEL = WS-LAST-LEVEL + 1
                  END-IF
          END-IF
  END-IF.

  PERFORM                     GET-DUNNING-ADDRESS.

  IF      WS-SEND-LEVEL > ZERO
          PERFORM              PRINT-DUNNING-LETTER
          PERFORM              WRITE-DUNNING-HISTORY
          MOVE    WS-SEND-LEVEL TO WS-LAST-LEVEL
          IF      WS-SEND-LEVEL = WS-DUN-FINAL-LEVEL
                  MOVE    WS-BASE-DATE TO WS-FINAL-SENT-DATE
          END-IF
  END-IF.

  IF      WS-LAST-LEVEL = WS-DUN-FINAL-LEVEL
          PERFORM              WRITE-COLLECT-LINE
  END-IF.


*> ***************************************************************************
*> * 督促履歴読み込み処理
*> * = 段階1~3の履歴を読み、送付済の最高段階とその送付日、
*> *   最終督促の送付日を求める
*> ***************************************************************************
GET-DUNNING-HISTORY.
  MOVE    ZERO TO WS-LAST-LEVEL WS-LAST-SENT-DATE WS-FINAL-SENT-DATE.

  MOVE    1 TO WS-HIST-LEVEL.
  PERFORM UNTIL WS-HIST-LEVEL > WS-DUN-FINAL-LEVEL
          MOVE    AR-TOUR-CODE TO DUN-TOUR-CODE
          MOVE    WS-HIST-LEVEL TO DUN-LEVEL
          READ    TOUR-DUN-HIST-FILE
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                  MOVE    DUN-LEVEL TO WS-LAST-LEVEL
                  MOVE    DUN-SENT-DATE TO WS-LAST-SENT-DATE
                  IF      DUN-LEVEL = WS-DUN-FINAL-LEVEL
                          MOVE    DUN-SENT-DATE TO WS-FINAL-SENT-DATE
                  END-IF
          END-READ
          COMPUTE WS-HIST-LEVEL = WS-HIST-LEVEL + 1
  END-PERFORM.


*> ***************************************************************************
*> * 宛先取得処理
*> * = ツアーの有効予約を予約番号順に読み、顧客ID設定済の最初の予約の
*> *   顧客を宛先とする。顧客IDが無ければ最初の有効予約の予約者名とする
*> ***************************************************************************
GET-DUNNING-ADDRESS.
  MOVE    SPACE TO WS-DUN-CUST-ID WS-DUN-NAME WS-DUN-ADDRESS
                   WS-DUN-PHONE WS-DUN-PARTY-NAME WS-DUN-TOUR-NAME.

  IF      FLAG-MASTER-OPENED = FLAG-ON
          MOVE    AR-TOUR-CODE TO IN-TOUR-CODE
          READ    TOUR-MASTER-FILE
                  INVALID KEY CONTINUE
                  NOT INVALID KEY MOVE IN-TOUR-NAME TO WS-DUN-TOUR-NAME
          END-READ
  END-IF.

  IF      FLAG-BOOKING-OPENED = FLAG-ON
          MOVE    FLAG-OFF TO FLAG-BOOKING-END
          MOVE    AR-TOUR-CODE TO BK-TOUR-CODE
          MOVE    ZERO TO BK-BOOKING-NO
          START   TOUR-BOOKING-FILE KEY >= BK-KEY
                  INVALID KEY MOVE FLAG-ON TO FLAG-BOOKING-END
          END-START
          IF      FLAG-BOOKING-END NOT = FLAG-ON
                  READ    TOUR-BOOKING-FILE NEXT
                          AT END MOVE FLAG-ON TO FLAG-BOOKING-END
                  END-READ
          END-IF
          PERFORM GET-DUNNING-ADDRESS-LOOP
                  UNTIL FLAG-BOOKING-END = FLAG-ON
  END-IF.

  IF      WS-DUN-CUST-ID NOT = SPACE AND FLAG-CUSTOMER-OPENED = FLAG-ON
          MOVE    WS-DUN-CUST-ID TO CUST-ID
          READ    TOUR-CUSTOMER-FILE
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                  MOVE    CUST-NAME TO WS-DUN-NAME
                  MOVE    CUST-ADDRESS TO WS-DUN-ADDRESS
                  MOVE    CUST-PHONE TO WS-DUN-PHONE
          END-READ
  END-IF.

  IF      WS-DUN-NAME = SPACE
          MOVE    WS-DUN-PARTY-NAME TO WS-DUN-NAME
  END-IF.
  IF      WS-DUN-NAME = SPACE
          MOVE    '(予約者不明)' TO WS-DUN-NAME
  END-IF.


*> ***************************************************************************
*> * 宛先取得繰り返し処理
*> ***************************************************************************
GET-DUNNING-ADDRESS-LOOP.
  IF      BK-TOUR-CODE NOT = AR-TOUR-CODE
          MOVE    FLAG-ON TO FLAG-BOOKING-END
  ELSE
          IF      BK-STATUS-ACTIVE
                  IF      WS-DUN-PARTY-NAME = SPACE
                          MOVE    BK-PARTY-NAME TO WS-DUN-PARTY-NAME
                  END-IF
                  IF      BK-CUST-ID NOT = SPACE
                          MOVE    BK-CUST-ID TO WS-DUN-CUST-ID
                          MOVE    BK-PARTY-NAME TO WS-DUN-PARTY-NAME
                          MOVE    FLAG-ON TO FLAG-BOOKING-END
                  END-IF
          END-IF
          IF      FLAG-BOOKING-END NOT = FLAG-ON
                  READ    TOUR-BOOKING-FILE NEXT
                          AT END MOVE FLAG-ON TO FLAG-BOOKING-END
                  END-READ
          END-IF
  END-IF.


*> ***************************************************************************
*> * 督促状印刷処理
*> * = 1ツアー1ページで、段階に応じた文面の督促状を印刷する
*> ***************************************************************************
PRINT-DUNNING-LETTER.
  EVALUATE WS-SEND-LEVEL
    WHEN 1
          MOVE    '*** ご入金のお願い ***' TO PRINT-DUN-TITLE-TEXT
    WHEN 2
          MOVE    '*** 再度のご入金のお願い ***' TO PRINT-DUN-TITLE-TEXT
    WHEN OTHER
          MOVE    '*** 最終督促状 ***' TO PRINT-DUN-TITLE-TEXT
  END-EVALUATE.
  WRITE   TOUR-DUNNING-RECORDS FROM PRINT-DUN-TITLE AFTER PAGE.

  MOVE    WS-BASE-DATE TO PRINT-DUN-ISSUE-DATE.
  WRITE   TOUR-DUNNING-RECORDS FROM PRINT-DUN-DATE AFTER 2.

  IF      WS-DUN-ADDRESS = SPACE
          MOVE    '(住所未登録)' TO PRINT-DUN-ADDR
          COMPUTE WS-NOADDR-COUNT = WS-NOADDR-COUNT + 1
  ELSE
          MOVE    WS-DUN-ADDRESS TO PRINT-DUN-ADDR
  END-IF.
  WRITE   TOUR-DUNNING-RECORDS FROM PRINT-DUN-ADDRESS AFTER 2.
  MOVE    WS-DUN-NAME TO PRINT-DUN-CUST-NAME.
  MOVE    WS-DUN-CUST-ID TO PRINT-DUN-CUST-ID.
  WRITE   TOUR-DUNNING-RECORDS FROM PRINT-DUN-NAME AFTER 1.

  MOVE    AR-TOUR-CODE TO PRINT-DUN-CODE.
  MOVE    WS-DUN-TOUR-NAME TO PRINT-DUN-TOUR-NAME.
  MOVE    AR-CONTRACT-DATE TO PRINT-DUN-CONTRACT.
  WRITE   TOUR-DUNNING-RECORDS FROM PRINT-DUN-RULE AFTER 2.
  WRITE   TOUR-DUNNING-RECORDS FROM PRINT-DUN-TOUR AFTER 1.
  WRITE   TOUR-DUNNING-RECORDS FROM PRINT-DUN-RULE AFTER 1.

  MOVE    'ご請求額(税込)' TO PRINT-DUN-AMOUNT-TEXT.
  MOVE    AR-INVOICE-AMOUNT TO PRINT-DUN-AMOUNT-VALUE.
  WRITE   TOUR-DUNNING-RECORDS FROM PRINT-DUN-AMOUNT AFTER 1.
  MOVE    'ご入金済額' TO PRINT-DUN-AMOUNT-TEXT.
  MOVE    AR-RECEIVED-AMOUNT TO PRINT-DUN-AMOUNT-VALUE.
  WRITE   TOUR-DUNNING-RECORDS FROM PRINT-DUN-AMOUNT AFTER 1.
  MOVE    '未入金残高' TO PRINT-DUN-AMOUNT-TEXT.
  MOVE    AR-BALANCE-DUE TO PRINT-DUN-AMOUNT-VALUE.
  WRITE   TOUR-DUNNING-RECORDS FROM PRINT-DUN-AMOUNT AFTER 1.
  WRITE   TOUR-DUNNING-RECORDS FROM PRINT-DUN-RULE AFTER 1.

  *> 段階ごとの文面
  EVALUATE WS-SEND-LEVEL
    WHEN 1
          MOVE    '上記ツアー代金のご入金が確認できておりません。'
                  TO PRINT-DUN-TEXT-LINE
          WRITE   TOUR-DUNNING-RECORDS FROM PRINT-DUN-TEXT AFTER 2
          MOVE    'お手数ですが、下記期限までにお振り込みくださいますようお願い申し上げます。'
                  TO PRINT-DUN-TEXT-LINE
          WRITE   TOUR-DUNNING-RECORDS FROM PRINT-DUN-TEXT AFTER 1
          MOVE    '行き違いでお支払い済みの場合は、ご容赦ください。'
                  TO PRINT-DUN-TEXT-LINE
          WRITE   TOUR-DUNNING-RECORDS FROM PRINT-DUN-TEXT AFTER 1
    WHEN 2
          MOVE    '先にご案内したツアー代金が、現在もお支払いいただけておりません。'
                  TO PRINT-DUN-TEXT-LINE
          WRITE   TOUR-DUNNING-RECORDS FROM PRINT-DUN-TEXT AFTER 2
          MOVE    '下記期限までに必ずお振り込みくださるよう、重ねてお願い申し上げます。'
                  TO PRINT-DUN-TEXT-LINE
          WRITE   TOUR-DUNNING-RECORDS FROM PRINT-DUN-TEXT AFTER 1
          MOVE    'ご事情がある場合は、至急弊社までご連絡ください。'
                  TO PRINT-DUN-TEXT-LINE
          WRITE   TOUR-DUNNING-RECORDS FROM PRINT-DUN-TEXT AFTER 1
    WHEN OTHER
          MOVE    '再三のご案内にもかかわらず、ツアー代金のお支払いが確認できません。'
                  TO PRINT-DUN-TEXT-LINE
          WRITE   TOUR-DUNNING-RECORDS FROM PRINT-DUN-TEXT AFTER 2
          MOVE    '下記期限までにお支払いがない場合は、ご予約の取消と取消料のご請求を'
                  TO PRINT-DUN-TEXT-LINE
          WRITE   TOUR-DUNNING-RECORDS FROM PRINT-DUN-TEXT AFTER 1
          MOVE    '含め、しかるべき措置をとらせていただきます。本状を最終のご通知とします。'
                  TO PRINT-DUN-TEXT-LINE
          WRITE   TOUR-DUNNING-RECORDS FROM PRINT-DUN-TEXT AFTER 1
  END-EVALUATE.

  MOVE    WS-PAY-BY-DATE TO PRINT-DUN-PAY-BY-DATE.
  WRITE   TOUR-DUNNING-RECORDS FROM PRINT-DUN-PAY-BY AFTER 2.

  COMPUTE WS-LETTER-COUNT = WS-LETTER-COUNT + 1.
  COMPUTE WS-LEVEL-COUNT(WS-SEND-LEVEL) = WS-LEVEL-COUNT(WS-SEND-LEVEL) + 1.


*> ***************************************************************************
*> * 督促履歴書き込み処理
*> ***************************************************************************
WRITE-DUNNING-HISTORY.
  MOVE    AR-TOUR-CODE TO DUN-TOUR-CODE.
  MOVE    WS-SEND-LEVEL TO DUN-LEVEL.
  MOVE    WS-BASE-DATE TO DUN-SENT-DATE.
  MOVE    AR-BALANCE-DUE TO DUN-BALANCE.
  MOVE    WS-DUN-CUST-ID TO DUN-CUST-ID.
  WRITE   TOUR-DUN-HIST-REC
          INVALID KEY
          DISPLAY '警告: 督促履歴が書けません ID=' AR-TOUR-CODE
                  ' 段階=' WS-SEND-LEVEL ' STATUS=' WS-DUN-HIST-STATUS
  END-WRITE.


*> ***************************************************************************
*> * 回収作業一覧明細出力処理
*> ***************************************************************************
WRITE-COLLECT-LINE.
  MOVE    AR-TOUR-CODE TO PRINT-COLLECT-CODE.
  MOVE    WS-DUN-CUST-ID TO PRINT-COLLECT-CUST-ID.
  MOVE    WS-DUN-NAME TO PRINT-COLLECT-NAME.
  MOVE    WS-DUN-PHONE TO PRINT-COLLECT-PHONE.
  MOVE    WS-AGE-DAYS TO PRINT-COLLECT-DAYS.
  MOVE    AR-BALANCE-DUE TO PRINT-COLLECT-BALANCE.
  MOVE    WS-FINAL-SENT-DATE TO PRINT-COLLECT-FINAL.
  WRITE   TOUR-COLLECT-RECORDS FROM PRINT-COLLECT-LINE AFTER 1.

  COMPUTE WS-COLLECT-COUNT = WS-COLLECT-COUNT + 1.
  ADD     AR-BALANCE-DUE TO WS-COLLECT-TOTAL.


*> ***************************************************************************
*> * 終了処理
*> ***************************************************************************
FINALIZE.
  MOVE    SPACE TO PRINT-COLLECT-SUMMARY.
  MOVE    '回収作業対象' TO PRINT-COLLECT-SUM-TEXT.
  MOVE    WS-COLLECT-COUNT TO PRINT-COLLECT-SUM-COUNT.
  MOVE    WS-COLLECT-TOTAL TO PRINT-COLLECT-SUM-AMOUNT.
  WRITE   TOUR-COLLECT-RECORDS FROM PRINT-COLLECT-SUMMARY AFTER 2.

  IF      WS-AR-STATUS-OK OR WS-AR-STATUS = '10'
          CLOSE   TOUR-AR-FILE
  END-IF.
  IF      FLAG-HIST-OPENED = FLAG-ON
          CLOSE   TOUR-DUN-HIST-FILE
  END-IF.
  IF      FLAG-MASTER-OPENED = FLAG-ON
          CLOSE   TOUR-MASTER-FILE
  END-IF.
  IF      FLAG-BOOKING-OPENED = FLAG-ON
          CLOSE   TOUR-BOOKING-FILE
  END-IF.
  IF      FLAG-CUSTOMER-OPENED = FLAG-ON
          CLOSE   TOUR-CUSTOMER-FILE
  END-IF.
  CLOSE   TOUR-DUNNING-LIST TOUR-COLLECT-LIST.

  DISPLAY '延滞ツアー: ' WS-OVERDUE-COUNT '  督促状発行: ' WS-LETTER-COUNT.
  DISPLAY '  段階1: ' WS-LEVEL-COUNT(1) '  段階2: ' WS-LEVEL-COUNT(2)
          '  段階3: ' WS-LEVEL-COUNT(3).
  DISPLAY '送付済のため見送り: ' WS-SENT-SKIP-COUNT
          '  間隔未経過のため見送り: ' WS-GAP-SKIP-COUNT.
  IF      WS-NOADDR-COUNT > ZERO
          DISPLAY '警告: 住所未登録の宛先: ' WS-NOADDR-COUNT
                  ' 件 (顧客IDを設定してください)'
  END-IF.
  DISPLAY '回収作業対象: ' WS-COLLECT-COUNT ' 件  残高合計: '
          WS-COLLECT-TOTAL.
  DISPLAY '督促状: TOUR-DUNNING-LETTER.DAT  回収作業一覧: TOUR-COLLECT.DAT'.
