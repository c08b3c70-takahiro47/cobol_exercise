*> ------------------------------------------------------- <*
*> Run as:
*> $ cobc -x -free -g -debug -Wall -I copybooks tour_payout.cbl; ./tour_payout
*> TOUR-REFUND が記録した返金台帳 TOUR-REFUND-REG.DAT の支払管理。
*> 機能1: 未払の返金を銀行向け振込依頼ファイル TOUR-PAYOUT.DAT
*>        (固定形式。明細行'D'と件数・金額合計のトレーラ行'T') へ
*>        書き出し、依頼リストを TOUR-PAYOUT-LIST.DAT へ印刷する。
*>        書き出した返金は振込依頼済とし、依頼連番 (TOUR-PAYOUT-SEQ.DAT)
*>        と依頼日を台帳へ記録する (同じ返金を二度依頼しない)。
*>        未払の返金が無いときは TOUR-PAYOUT.DAT を作り直さない。
*> 機能2: 銀行の振込結果を受けて、依頼連番単位で支払済を登録する。
*> 機能3: 返金台帳の一覧と支払状態別の合計を印刷する。
*> 振込先口座は当社で保持していないため、振込依頼ファイルには
*> 顧客ID と振込先名(顧客マスタの氏名、未登録なら予約者名)を載せ、
*> 口座の特定は銀行側の登録先一覧で行う。
*> ------------------------------------------------------- <*

*> ***************************************************************************
*> * 見出し部
*> ***************************************************************************
IDENTIFICATION DIVISION.
  PROGRAM-ID. TOUR-PAYOUT.


*> ***************************************************************************
*> * 環境部
*> ***************************************************************************
ENVIRONMENT DIVISION.

  INPUT-OUTPUT SECTION.
  FILE-CONTROL.
    SELECT TOUR-REFUND-REG-FILE ASSIGN TO 'TOUR-REFUND-REG.DAT' *> I-O      / 返金台帳
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS RREG-KEY
      FILE STATUS IS WS-REFUND-REG-STATUS.
    SELECT TOUR-CUSTOMER-FILE   ASSIGN TO 'TOUR-CUSTOMER.DAT'   *> INFILE   / 顧客マスタファイル
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS CUST-ID
      FILE STATUS IS WS-CUSTOMER-STATUS.
    SELECT TOUR-PAYOUT-FILE     ASSIGN TO 'TOUR-PAYOUT.DAT'     *> OUTFILE  / 振込依頼ファイル
      ORGANIZATION IS LINE SEQUENTIAL.
    SELECT TOUR-PAYOUT-SEQ-FILE ASSIGN TO 'TOUR-PAYOUT-SEQ.DAT' *> 採番     / 振込依頼連番保持ファイル
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-PAYOUT-SEQ-STATUS.
    SELECT TOUR-PAYOUT-LIST     ASSIGN TO 'TOUR-PAYOUT-LIST.DAT' *> SYSPRINT / 振込依頼・返金台帳リスト
      ORGANIZATION IS LINE SEQUENTIAL.


*> ***************************************************************************
*> * データ部
*> ***************************************************************************
DATA DIVISION.

  *> ファイルの定義
  FILE SECTION.

    *> 返金台帳 (ツアーID+予約番号をキーとした索引編成ファイル)
    FD TOUR-REFUND-REG-FILE
      LABEL RECORD IS STANDARD.

    COPY TOURRREG.

    *> 顧客マスタファイル (CUST-IDをキーとした索引編成ファイル)
    FD TOUR-CUSTOMER-FILE
      LABEL RECORD IS STANDARD.

    COPY TOURCUST.

    *> 振込依頼ファイル (固定形式。明細行'D'とトレーラ行'T')
    FD TOUR-PAYOUT-FILE
      LABEL RECORD IS OMITTED.

    01 TOUR-PAYOUT-REC.
      03 PAY-RECORD-TYPE        PIC X(01).                *> 'D':明細
      03 PAY-BATCH-NO           PIC 9(05).                *> 依頼連番
      03 PAY-REQUEST-DATE       PIC 9(08).                *> 依頼日(YYYYMMDD)
      03 PAY-CRN-NO             PIC X(15).                *> 計算書番号
      03 PAY-TOUR-CODE          PIC X(05).                *> ツアーID
      03 PAY-BOOKING-NO         PIC 9(03).                *> 予約番号
      03 PAY-CUST-ID            PIC X(05).                *> 顧客ID(空白:未設定)
      03 PAY-PAYEE-NAME         PIC X(20).                *> 振込先名
      03 PAY-AMOUNT             PIC 9(11).                *> 振込金額(返金額)

    01 TOUR-PAYOUT-TRAILER REDEFINES TOUR-PAYOUT-REC.
      03 PAYT-RECORD-TYPE       PIC X(01).                *> 'T':トレーラ
      03 PAYT-BATCH-NO          PIC 9(05).                *> 依頼連番
      03 PAYT-REQUEST-DATE      PIC 9(08).                *> 依頼日(YYYYMMDD)
      03 PAYT-RECORD-COUNT      PIC 9(05).                *> 明細件数
      03 FILLER                 PIC X(41).
      03 PAYT-TOTAL-AMOUNT      PIC 9(13).                *> 振込金額合計

    *> 振込依頼連番保持ファイル (1レコードのみ)
    FD TOUR-PAYOUT-SEQ-FILE
      LABEL RECORD IS OMITTED.

    01 TOUR-PAYOUT-SEQ-RECORDS  PIC X(05).

    *> 振込依頼・返金台帳リスト
    FD TOUR-PAYOUT-LIST
      LABEL RECORD IS OMITTED.

    01 TOUR-PAYOUT-LIST-RECORDS PIC X(132).

  *> 変数の定義
  WORKING-STORAGE SECTION.

    *> 一時利用
    01 FLAG-FILE-END            PIC 9(01) VALUE ZERO.     *> EODフラグ
    01 FLAG-ON                  PIC 9(01) VALUE 1.        *> 定数 ON
    01 FLAG-OFF                 PIC 9(01) VALUE 0.        *> 定数 OFF
    01 FLAG-CUSTOMER-OPENED     PIC 9(01) VALUE ZERO.     *> 顧客マスタオープン済フラグ

    01 WS-REFUND-REG-STATUS     PIC X(02) VALUE '00'.     *> TOUR-REFUND-REG-FILEの状態キー
      88 WS-REFUND-REG-STATUS-OK VALUE '00'.
    01 WS-CUSTOMER-STATUS       PIC X(02) VALUE '00'.     *> TOUR-CUSTOMER-FILEの状態キー
      88 WS-CUSTOMER-STATUS-OK  VALUE '00'.
    01 WS-PAYOUT-SEQ-STATUS     PIC X(02) VALUE '00'.     *> TOUR-PAYOUT-SEQ-FILEの状態キー
      88 WS-PAYOUT-SEQ-STATUS-OK VALUE '00'.

    01 WS-MENU-CHOICE           PIC 9(01) VALUE ZERO.     *> 機能選択

    *> 画面入力用のワーク項目
    01 WS-IN-BATCH-NO           PIC 9(05).
    01 WS-IN-PAID-DATE          PIC 9(08).

    *> 振込依頼用
    01 WS-RUN-DATE              PIC 9(08) VALUE ZERO.     *> 処理日(YYYYMMDD)
    01 WS-BATCH-NO              PIC 9(05) VALUE ZERO.     *> 今回の依頼連番
    01 WS-PAYEE-NAME            PIC X(20).                *> 振込先名

    *> 集計用
    01 WS-ITEM-COUNT            PIC 9(05) VALUE ZERO.     *> 処理件数
    01 WS-ITEM-TOTAL            PIC 9(13) VALUE ZERO.     *> 処理金額合計
    01 WS-TARGET-COUNT          PIC 9(05) VALUE ZERO.     *> 振込依頼の対象件数
    01 WS-PENDING-COUNT         PIC 9(05) VALUE ZERO.     *> 未払件数
    01 WS-PENDING-TOTAL         PIC 9(13) VALUE ZERO.     *> 未払合計
    01 WS-REQUESTED-COUNT       PIC 9(05) VALUE ZERO.     *> 振込依頼済件数
    01 WS-REQUESTED-TOTAL       PIC 9(13) VALUE ZERO.     *> 振込依頼済合計
    01 WS-PAID-COUNT            PIC 9(05) VALUE ZERO.     *> 支払済件数
    01 WS-PAID-TOTAL            PIC 9(13) VALUE ZERO.     *> 支払済合計
    01 WS-NONE-COUNT            PIC 9(05) VALUE ZERO.     *> 返金なし件数

    *> リスト出力域
    01 PRINT-PAYOUT-TITLE.
      03 PRINT-PAYOUT-TITLE-TEXT PIC X(40).
      03 FILLER                 PIC X(11) VALUE '処理日: '.
      03 PRINT-PAYOUT-RUN-DATE  PIC 9(08).
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 FILLER                 PIC X(14) VALUE '依頼連番: '.
      03 PRINT-PAYOUT-BATCH     PIC ZZZZ9.

    01 PRINT-PAYOUT-HEADER.
      03 FILLER                 PIC X(15) VALUE 'CRN-NO'.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 FILLER                 PIC X(05) VALUE 'ID   '.
      03 FILLER                 PIC X(01) VALUE SPACE.
      03 FILLER                 PIC X(03) VALUE 'NO.'.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 FILLER                 PIC X(05) VALUE 'CUST'.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 FILLER                 PIC X(20) VALUE '振込先名'.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 FILLER                 PIC X(14) VALUE '返金額'.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 FILLER                 PIC X(15) VALUE '支払状態'.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 FILLER                 PIC X(08) VALUE 'BATCH'.
      03 FILLER                 PIC X(01) VALUE SPACE.
      03 FILLER                 PIC X(08) VALUE 'DATE'.

    01 PRINT-PAYOUT-LINE.
      03 PRINT-PAYOUT-CRN-NO    PIC X(15).
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-PAYOUT-TOUR-CODE PIC X(05).
      03 FILLER                 PIC X(01) VALUE SPACE.
      03 PRINT-PAYOUT-BOOKING-NO PIC 9(03).
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-PAYOUT-CUST-ID   PIC X(05).
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-PAYOUT-NAME      PIC X(20).
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-PAYOUT-AMOUNT    PIC ZZ,ZZZ,ZZZ,ZZ9.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-PAYOUT-STATUS    PIC X(15).
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-PAYOUT-LINE-BATCH PIC ZZZZ9.
      03 FILLER                 PIC X(01) VALUE SPACE.
      03 PRINT-PAYOUT-LINE-DATE PIC 9(08).

    01 PRINT-PAYOUT-SUMMARY.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-PAYOUT-SUM-TEXT  PIC X(18).
      03 PRINT-PAYOUT-SUM-COUNT PIC ZZ,ZZ9.
      03 FILLER                 PIC X(05) VALUE '件  '.
      03 PRINT-PAYOUT-SUM-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.


*> ***************************************************************************
*> * 手続き部
*> ***************************************************************************
PROCEDURE DIVISION.

*> 基本処理
BASE.
  DISPLAY 'TOUR-PAYOUT'.
  DISPLAY '-- PROGRAM START --'.

  ACCEPT  WS-RUN-DATE FROM DATE YYYYMMDD.

  *> 返金台帳は TOUR-REFUND が初回発行時に作成する
  OPEN    I-O                   TOUR-REFUND-REG-FILE.
  IF      NOT WS-REFUND-REG-STATUS-OK
          DISPLAY 'エラー: 返金台帳が開けません STATUS=' WS-REFUND-REG-STATUS
          DISPLAY '        返金計算書(TOUR-REFUND)を先に発行してください'
          MOVE    8 TO RETURN-CODE
  ELSE
          DISPLAY '1.振込依頼作成  2.支払済登録  3.返金台帳一覧'
          DISPLAY '機能番号を入力してください ==> ' WITH NO ADVANCING
          ACCEPT   WS-MENU-CHOICE

          EVALUATE WS-MENU-CHOICE
            WHEN 1  PERFORM PAYOUT-REQUEST
            WHEN 2  PERFORM PAYOUT-CONFIRM
            WHEN 3  PERFORM REGISTER-LIST
            WHEN OTHER
                    DISPLAY '機能番号が不正です'
          END-EVALUATE

          CLOSE   TOUR-REFUND-REG-FILE
  END-IF.

  DISPLAY '-- PROGRAM EXIT   --'.
  STOP RUN.


*> ***************************************************************************
*> * 振込依頼作成処理
*> * = 未払の返金を振込依頼ファイルへ書き出し、台帳を振込依頼済にする。
*> *   対象が無い場合は振込依頼ファイルを作り直さず(前回分を残す)、
*> *   依頼連番も進めない
*> ***************************************************************************
PAYOUT-REQUEST.
  PERFORM                     COUNT-PAYOUT-PENDING.
  IF      WS-TARGET-COUNT = ZERO
          DISPLAY '振込依頼の対象(未払の返金)はありません'
          DISPLAY '振込依頼ファイル TOUR-PAYOUT.DAT は前回分のまま残します'
  ELSE
          PERFORM READ-PAYOUT-SEQUENCE
          PERFORM WRITE-PAYOUT-REQUEST
  END-IF.


*> ***************************************************************************
*> * 振込依頼対象件数算出処理
*> * = 振込依頼の対象となる未払の返金を数える
*> ***************************************************************************
COUNT-PAYOUT-PENDING.
  MOVE    ZERO TO WS-TARGET-COUNT.
  PERFORM                     START-REGISTER.
  PERFORM                     COUNT-PAYOUT-PENDING-LOOP
                              UNTIL FLAG-FILE-END = FLAG-ON.


*> ***************************************************************************
*> * 振込依頼対象件数算出繰り返し処理
*> ***************************************************************************
COUNT-PAYOUT-PENDING-LOOP.
  IF      RREG-PAYOUT-PENDING AND RREG-REFUND-AMOUNT > ZERO
          COMPUTE WS-TARGET-COUNT = WS-TARGET-COUNT + 1
  END-IF.

  READ    TOUR-REFUND-REG-FILE NEXT
          AT END MOVE FLAG-ON TO FLAG-FILE-END.


*> ***************************************************************************
*> * 振込依頼ファイル作成処理
*> * = 振込依頼ファイルと依頼リストを作成し、依頼連番を更新する
*> ***************************************************************************
WRITE-PAYOUT-REQUEST.
  OPEN    INPUT                 TOUR-CUSTOMER-FILE.
  IF      WS-CUSTOMER-STATUS-OK
          MOVE    FLAG-ON TO FLAG-CUSTOMER-OPENED
  ELSE
          DISPLAY '警告: 顧客マスタが開けません STATUS=' WS-CUSTOMER-STATUS
          DISPLAY '      振込先名は予約者名で出力します'
  END-IF.

  OPEN    OUTPUT                TOUR-PAYOUT-FILE.
  OPEN    OUTPUT                TOUR-PAYOUT-LIST.
  MOVE    '*** 返金振込依頼リスト ***' TO PRINT-PAYOUT-TITLE-TEXT.
  MOVE    WS-RUN-DATE TO PRINT-PAYOUT-RUN-DATE.
  MOVE    WS-BATCH-NO TO PRINT-PAYOUT-BATCH.
  WRITE   TOUR-PAYOUT-LIST-RECORDS FROM PRINT-PAYOUT-TITLE AFTER PAGE.
  WRITE   TOUR-PAYOUT-LIST-RECORDS FROM PRINT-PAYOUT-HEADER AFTER 2.

  PERFORM                     START-REGISTER.
  PERFORM                     PAYOUT-REQUEST-LOOP
                              UNTIL FLAG-FILE-END = FLAG-ON.

  *> トレーラ (銀行側はこれと明細を突合する)
  MOVE    SPACE TO TOUR-PAYOUT-REC.
  MOVE    'T' TO PAYT-RECORD-TYPE.
  MOVE    WS-BATCH-NO TO PAYT-BATCH-NO.
  MOVE    WS-RUN-DATE TO PAYT-REQUEST-DATE.
  MOVE    WS-ITEM-COUNT TO PAYT-RECORD-COUNT.
  MOVE    WS-ITEM-TOTAL TO PAYT-TOTAL-AMOUNT.
  WRITE   TOUR-PAYOUT-REC.

  MOVE    SPACE TO PRINT-PAYOUT-SUMMARY.
  MOVE    '振込依頼合計' TO PRINT-PAYOUT-SUM-TEXT.
  MOVE    WS-ITEM-COUNT TO PRINT-PAYOUT-SUM-COUNT.
  MOVE    WS-ITEM-TOTAL TO PRINT-PAYOUT-SUM-AMOUNT.
  WRITE   TOUR-PAYOUT-LIST-RECORDS FROM PRINT-PAYOUT-SUMMARY AFTER 2.

  CLOSE   TOUR-PAYOUT-FILE TOUR-PAYOUT-LIST.
  IF      FLAG-CUSTOMER-OPENED = FLAG-ON
          CLOSE   TOUR-CUSTOMER-FILE
  END-IF.

  PERFORM                     WRITE-PAYOUT-SEQUENCE.
  DISPLAY '依頼連番: ' WS-BATCH-NO '  件数: ' WS-ITEM-COUNT
          '  金額合計: ' WS-ITEM-TOTAL.
  DISPLAY '振込依頼ファイル: TOUR-PAYOUT.DAT'
          '  依頼リスト: TOUR-PAYOUT-LIST.DAT'.


*> ***************************************************************************
*> * 振込依頼繰り返し処理
*> ***************************************************************************
PAYOUT-REQUEST-LOOP.
  IF      RREG-PAYOUT-PENDING AND RREG-REFUND-AMOUNT > ZERO
          PERFORM GET-PAYEE-NAME

          MOVE    'D' TO PAY-RECORD-TYPE
          MOVE    WS-BATCH-NO TO PAY-BATCH-NO
          MOVE    WS-RUN-DATE TO PAY-REQUEST-DATE
          MOVE    RREG-CRN-NO TO PAY-CRN-NO
          MOVE    RREG-TOUR-CODE TO PAY-TOUR-CODE
          MOVE    RREG-BOOKING-NO TO PAY-BOOKING-NO
          MOVE    RREG-CUST-ID TO PAY-CUST-ID
          MOVE    WS-PAYEE-NAME TO PAY-PAYEE-NAME
          MOVE    RREG-REFUND-AMOUNT TO PAY-AMOUNT
          WRITE   TOUR-PAYOUT-REC

          MOVE    '1' TO RREG-PAYOUT-STATUS
          MOVE    WS-BATCH-NO TO RREG-PAYOUT-BATCH
          MOVE    WS-RUN-DATE TO RREG-PAYOUT-DATE
          REWRITE TOUR-REFUND-REG-REC
                  INVALID KEY
                  DISPLAY '警告: 返金台帳を更新できません ' RREG-CRN-NO
                          ' STATUS=' WS-REFUND-REG-STATUS
          END-REWRITE

          COMPUTE WS-ITEM-COUNT = WS-ITEM-COUNT + 1
          ADD     RREG-REFUND-AMOUNT TO WS-ITEM-TOTAL
          PERFORM PRINT-REGISTER-LINE
  END-IF.

  READ    TOUR-REFUND-REG-FILE NEXT
          AT END MOVE FLAG-ON TO FLAG-FILE-END.


*> ***************************************************************************
*> * 振込先名取得処理
*> * = 顧客IDがあれば顧客マスタの氏名、無ければ台帳の予約者名とする
*> ***************************************************************************
GET-PAYEE-NAME.
  MOVE    RREG-PARTY-NAME TO WS-PAYEE-NAME.

  IF      FLAG-CUSTOMER-OPENED = FLAG-ON AND RREG-CUST-ID NOT = SPACE
          MOVE    RREG-CUST-ID TO CUST-ID
          READ    TOUR-CUSTOMER-FILE
                  INVALID KEY
                  DISPLAY '警告: 顧客ID ' RREG-CUST-ID
                          ' が顧客マスタにありません (予約者名で出力します)'
                  NOT INVALID KEY
                  MOVE    CUST-NAME TO WS-PAYEE-NAME
          END-READ
  END-IF.


*> ***************************************************************************
*> * 依頼連番読み込み処理
*> * = 前回までの連番を読み込み、今回の連番を求める
*> *   (書き戻しは振込依頼が1件以上あった場合だけ行う)
*> ***************************************************************************
READ-PAYOUT-SEQUENCE.
  MOVE    ZERO TO WS-BATCH-NO.
  OPEN    INPUT                 TOUR-PAYOUT-SEQ-FILE.
  IF      WS-PAYOUT-SEQ-STATUS-OK
          READ    TOUR-PAYOUT-SEQ-FILE
                  AT END CONTINUE
                  NOT AT END MOVE TOUR-PAYOUT-SEQ-RECORDS TO WS-BATCH-NO
          END-READ
          CLOSE                 TOUR-PAYOUT-SEQ-FILE
  END-IF.

  COMPUTE WS-BATCH-NO = WS-BATCH-NO + 1.


*> ***************************************************************************
*> * 依頼連番書き戻し処理
*> ***************************************************************************
WRITE-PAYOUT-SEQUENCE.
  OPEN    OUTPUT                TOUR-PAYOUT-SEQ-FILE.
  MOVE    WS-BATCH-NO TO TOUR-PAYOUT-SEQ-RECORDS.
  WRITE   TOUR-PAYOUT-SEQ-RECORDS.
  CLOSE                         TOUR-PAYOUT-SEQ-FILE.


*> ***************************************************************************
*> * 支払済登録処理
*> * = 指定した依頼連番の振込依頼済の返金を支払済にする
*> ***************************************************************************
PAYOUT-CONFIRM.
  DISPLAY '依頼連番を入力してください ==> ' WITH NO ADVANCING.
  ACCEPT   WS-IN-BATCH-NO.
  DISPLAY '支払日を入力してください(YYYYMMDD 0:本日) ==> ' WITH NO ADVANCING.
  ACCEPT   WS-IN-PAID-DATE.
  IF      WS-IN-PAID-DATE = ZERO
          MOVE    WS-RUN-DATE TO WS-IN-PAID-DATE
  END-IF.

  PERFORM                     START-REGISTER.
  PERFORM                     PAYOUT-CONFIRM-LOOP
                              UNTIL FLAG-FILE-END = FLAG-ON.

  IF      WS-ITEM-COUNT = ZERO
          DISPLAY '警告: 依頼連番 ' WS-IN-BATCH-NO
                  ' の振込依頼済の返金はありません'
  ELSE
          DISPLAY '支払済登録: ' WS-ITEM-COUNT ' 件  金額合計: '
                  WS-ITEM-TOTAL
  END-IF.


*> ***************************************************************************
*> * 支払済登録繰り返し処理
*> ***************************************************************************
PAYOUT-CONFIRM-LOOP.
  IF      RREG-PAYOUT-REQUESTED AND RREG-PAYOUT-BATCH = WS-IN-BATCH-NO
          MOVE    '2' TO RREG-PAYOUT-STATUS
          MOVE    WS-IN-PAID-DATE TO RREG-PAYOUT-DATE
          REWRITE TOUR-REFUND-REG-REC
                  INVALID KEY
                  DISPLAY '警告: 返金台帳を更新できません ' RREG-CRN-NO
                          ' STATUS=' WS-REFUND-REG-STATUS
          END-REWRITE
          COMPUTE WS-ITEM-COUNT = WS-ITEM-COUNT + 1
          ADD     RREG-REFUND-AMOUNT TO WS-ITEM-TOTAL
  END-IF.

  READ    TOUR-REFUND-REG-FILE NEXT
          AT END MOVE FLAG-ON TO FLAG-FILE-END.


*> ***************************************************************************
*> * 返金台帳一覧処理
*> * = 台帳の全件と支払状態別の合計を印刷する
*> ***************************************************************************
REGISTER-LIST.
  OPEN    OUTPUT                TOUR-PAYOUT-LIST.
  MOVE    '*** 返金台帳一覧 ***' TO PRINT-PAYOUT-TITLE-TEXT.
  MOVE    WS-RUN-DATE TO PRINT-PAYOUT-RUN-DATE.
  MOVE    ZERO TO PRINT-PAYOUT-BATCH.
  WRITE   TOUR-PAYOUT-LIST-RECORDS FROM PRINT-PAYOUT-TITLE AFTER PAGE.
  WRITE   TOUR-PAYOUT-LIST-RECORDS FROM PRINT-PAYOUT-HEADER AFTER 2.

  PERFORM                     START-REGISTER.
  PERFORM                     REGISTER-LIST-LOOP
                              UNTIL FLAG-FILE-END = FLAG-ON.

  MOVE    SPACE TO PRINT-PAYOUT-SUMMARY.
  MOVE    '未払' TO PRINT-PAYOUT-SUM-TEXT.
  MOVE    WS-PENDING-COUNT TO PRINT-PAYOUT-SUM-COUNT.
  MOVE    WS-PENDING-TOTAL TO PRINT-PAYOUT-SUM-AMOUNT.
  WRITE   TOUR-PAYOUT-LIST-RECORDS FROM PRINT-PAYOUT-SUMMARY AFTER 2.

  MOVE    SPACE TO PRINT-PAYOUT-SUMMARY.
  MOVE    '振込依頼済' TO PRINT-PAYOUT-SUM-TEXT.
  MOVE    WS-REQUESTED-COUNT TO PRINT-PAYOUT-SUM-COUNT.
  MOVE    WS-REQUESTED-TOTAL TO PRINT-PAYOUT-SUM-AMOUNT.
  WRITE   TOUR-PAYOUT-LIST-RECORDS FROM PRINT-PAYOUT-SUMMARY AFTER 1.

  MOVE    SPACE TO PRINT-PAYOUT-SUMMARY.
  MOVE    '支払済' TO PRINT-PAYOUT-SUM-TEXT.
  MOVE    WS-PAID-COUNT TO PRINT-PAYOUT-SUM-COUNT.
  MOVE    WS-PAID-TOTAL TO PRINT-PAYOUT-SUM-AMOUNT.
  WRITE   TOUR-PAYOUT-LIST-RECORDS FROM PRINT-PAYOUT-SUMMARY AFTER 1.

  MOVE    SPACE TO PRINT-PAYOUT-SUMMARY.
  MOVE    '返金なし' TO PRINT-PAYOUT-SUM-TEXT.
  MOVE    WS-NONE-COUNT TO PRINT-PAYOUT-SUM-COUNT.
  MOVE    ZERO TO PRINT-PAYOUT-SUM-AMOUNT.
  WRITE   TOUR-PAYOUT-LIST-RECORDS FROM PRINT-PAYOUT-SUMMARY AFTER 1.

  CLOSE   TOUR-PAYOUT-LIST.
  DISPLAY '未払: ' WS-PENDING-COUNT ' 件 ' WS-PENDING-TOTAL
          '  振込依頼済: ' WS-REQUESTED-COUNT ' 件 ' WS-REQUESTED-TOTAL
          '  支払済: ' WS-PAID-COUNT ' 件 ' WS-PAID-TOTAL.
  DISPLAY '返金台帳一覧: TOUR-PAYOUT-LIST.DAT'.


*> ***************************************************************************
*> * 返金台帳一覧繰り返し処理
*> ***************************************************************************
REGISTER-LIST-LOOP.
  EVALUATE TRUE
    WHEN    RREG-PAYOUT-PENDING
            COMPUTE WS-PENDING-COUNT = WS-PENDING-COUNT + 1
            ADD     RREG-REFUND-AMOUNT TO WS-PENDING-TOTAL
    WHEN    RREG-PAYOUT-REQUESTED
            COMPUTE WS-REQUESTED-COUNT = WS-REQUESTED-COUNT + 1
            ADD     RREG-REFUND-AMOUNT TO WS-REQUESTED-TOTAL
    WHEN    RREG-PAYOUT-PAID
            COMPUTE WS-PAID-COUNT = WS-PAID-COUNT + 1
            ADD     RREG-REFUND-AMOUNT TO WS-PAID-TOTAL
    WHEN    OTHER
            COMPUTE WS-NONE-COUNT = WS-NONE-COUNT + 1
  END-EVALUATE.

  MOVE    RREG-PARTY-NAME TO WS-PAYEE-NAME.
  PERFORM PRINT-REGISTER-LINE.

  READ    TOUR-REFUND-REG-FILE NEXT
          AT END MOVE FLAG-ON TO FLAG-FILE-END.


*> ***************************************************************************
*> * 台帳先頭位置付け処理
*> * = 台帳の先頭から順に読むため位置付けて1件目を読む
*> ***************************************************************************
START-REGISTER.
  MOVE    FLAG-OFF TO FLAG-FILE-END.
  MOVE    ZERO TO WS-ITEM-COUNT WS-ITEM-TOTAL.
  MOVE    LOW-VALUE TO RREG-KEY.
  START   TOUR-REFUND-REG-FILE KEY >= RREG-KEY
          INVALID KEY MOVE FLAG-ON TO FLAG-FILE-END
  END-START.
  IF      FLAG-FILE-END NOT = FLAG-ON
          READ    TOUR-REFUND-REG-FILE NEXT
                  AT END MOVE FLAG-ON TO FLAG-FILE-END
          END-READ
  END-IF.


*> ***************************************************************************
*> * 台帳1行印刷処理
*> * = 呼び出し元でWS-PAYEE-NAMEを設定しておくこと
*> ***************************************************************************
PRINT-REGISTER-LINE.
  MOVE    RREG-CRN-NO TO PRINT-PAYOUT-CRN-NO.
  MOVE    RREG-TOUR-CODE TO PRINT-PAYOUT-TOUR-CODE.
  MOVE    RREG-BOOKING-NO TO PRINT-PAYOUT-BOOKING-NO.
  MOVE    RREG-CUST-ID TO PRINT-PAYOUT-CUST-ID.
  MOVE    WS-PAYEE-NAME TO PRINT-PAYOUT-NAME.
  MOVE    RREG-REFUND-AMOUNT TO PRINT-PAYOUT-AMOUNT.
  EVALUATE TRUE
    WHEN    RREG-PAYOUT-PENDING    MOVE '未払' TO PRINT-PAYOUT-STATUS
    WHEN    RREG-PAYOUT-REQUESTED  MOVE '振込依頼済' TO PRINT-PAYOUT-STATUS
    WHEN    RREG-PAYOUT-PAID       MOVE '支払済' TO PRINT-PAYOUT-STATUS
    WHEN    OTHER                  MOVE '返金なし' TO PRINT-PAYOUT-STATUS
  END-EVALUATE.
  MOVE    RREG-PAYOUT-BATCH TO PRINT-PAYOUT-LINE-BATCH.
  MOVE    RREG-PAYOUT-DATE TO PRINT-PAYOUT-LINE-DATE.
  WRITE   TOUR-PAYOUT-LIST-RECORDS FROM PRINT-PAYOUT-LINE AFTER 1.
