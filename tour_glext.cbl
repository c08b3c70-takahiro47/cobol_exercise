*> 会計システム連携用の日次仕訳抽出プログラム。
*> TOUR-MASTER.DAT と TOUR-BOOKING.DAT を読み、勘定科目ごとに
*> 集約した仕訳行 (ツアー売上・仮受消費税・現金預金・売掛金・
*> 売上取消・取消返金) と、明細合計と一致するトレーラ行を TOUR-GL.DAT へ
*> 固定形式で書き出す (TOURCTL の件数・ハッシュ引き渡しと同じ思想)。
*> 消費税は TOUR-INVOICE と同じく契約日時点の税率で求める。
*> 取消返金は返金台帳 TOUR-REFUND-REG.DAT から、預り金(返金)を
*> 借方に、未払返金(未払・振込依頼済)と現金預金(返金支払済)を貸方に立てる。
*> 併せて検証リスト TOUR-GL-LIST.DAT を印刷し、会計側が
*> 取り込み前に帳票と突き合わせられるようにする。
*> 借方合計と貸方合計が一致しない場合は復帰コード8で終わる。
*> 催行完了(状態2)の契約・予約は有効と同様に売上・入金へ計上する。
*> ------------------------------------------------------- <*

*> ***************************************************************************
    SELECT TOUR-TAX-RATE-FILE   ASSIGN TO 'TOUR-TAX-RATE.DAT'   *> INFILE   / 消費税率ファイル
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-RATE-STATUS.
    SELECT TOUR-REFUND-REG-FILE ASSIGN TO 'TOUR-REFUND-REG.DAT' *> INFILE   / 返金台帳
      ORGANIZATION IS INDEXED
      ACCESS MODE IS SEQUENTIAL
      RECORD KEY IS RREG-KEY
      FILE STATUS IS WS-REFUND-REG-STATUS.
    SELECT TOUR-GL-FILE         ASSIGN TO 'TOUR-GL.DAT'         *> OUTFILE  / 仕訳抽出ファイル
      ORGANIZATION IS LINE SEQUENTIAL.
    SELECT TOUR-GL-LIST         ASSIGN TO 'TOUR-GL-LIST.DAT'    *> SYSPRINT / 仕訳検証リスト

    COPY TOURRATE.

    *> 返金台帳 (ツアーID+予約番号をキーとした索引編成ファイル)
    FD TOUR-REFUND-REG-FILE
      LABEL RECORD IS STANDARD.

    COPY TOURRREG.

    *> 仕訳抽出ファイル (固定形式。明細行'D'とトレーラ行'T')
    FD TOUR-GL-FILE
      LABEL RECORD IS OMITTED.
      88 WS-BOOKING-STATUS-OK   VALUE '00'.
    01 WS-RATE-STATUS           PIC X(02) VALUE '00'.     *> TOUR-TAX-RATE-FILEの状態キー
      88 WS-RATE-STATUS-OK      VALUE '00'.
    01 WS-REFUND-REG-STATUS     PIC X(02) VALUE '00'.     *> TOUR-REFUND-REG-FILEの状態キー
      88 WS-REFUND-REG-STATUS-OK VALUE '00'.

    *> 計上日
    01 WS-POSTING-DATE          PIC 9(08) VALUE ZERO.     *> 計上日(YYYYMMDD)
    01 WS-ACTIVE-COUNT          PIC 9(05) VALUE ZERO.     *> 有効契約件数
    01 WS-CANCEL-COUNT          PIC 9(05) VALUE ZERO.     *> 取消契約件数
    01 WS-RECEIPT-COUNT         PIC 9(05) VALUE ZERO.     *> 有効予約件数
    01 WS-REFUND-PAYABLE-TOTAL  PIC 9(13) VALUE ZERO.     *> 未払返金(未払・振込依頼済)
    01 WS-REFUND-PAID-TOTAL     PIC 9(13) VALUE ZERO.     *> 返金支払済
    01 WS-REFUND-TOTAL          PIC 9(13) VALUE ZERO.     *> 取消返金合計
    01 WS-REFUND-PAYABLE-COUNT  PIC 9(05) VALUE ZERO.     *> 未払返金件数
    01 WS-REFUND-PAID-COUNT     PIC 9(05) VALUE ZERO.     *> 返金支払済件数

    *> トレーラ集計用
    01 WS-GL-LINE-COUNT         PIC 9(04) VALUE ZERO.     *> 明細行数
  IF      FLAG-FILE-END NOT = FLAG-ON
          PERFORM              SUM-MASTER-ACCOUNTS
          PERFORM              SUM-BOOKING-CASH
          PERFORM              SUM-REFUND-REGISTER
          PERFORM              WRITE-GL-EXTRACT
  END-IF.

*> ***************************************************************************
SUM-MASTER-LOOP.
  EVALUATE TRUE
    WHEN    IN-STATUS-CONTRACTED
            ADD     IN-TOTAL-EXPENSES TO WS-SALES-TOTAL
            PERFORM SELECT-TAX-RATE
            COMPUTE WS-TAX-AMOUNT
*> * 入金集計繰り返し処理
*> ***************************************************************************
SUM-BOOKING-LOOP.
  IF      BK-STATUS-CONTRACTED
          ADD     BK-AMOUNT TO WS-CASH-TOTAL
          COMPUTE WS-RECEIPT-COUNT = WS-RECEIPT-COUNT + 1
  END-IF.
          AT END MOVE FLAG-ON TO FLAG-FILE-END.


*> ***************************************************************************
*> * 返金台帳集計処理
*> * = 返金額を支払状態で未払返金と返金支払済に分けて積み上げる。
*> *   台帳が無い(計算書未発行)場合は返金0円として抽出する
*> ***************************************************************************
SUM-REFUND-REGISTER.
  OPEN    INPUT                 TOUR-REFUND-REG-FILE.
  IF      NOT WS-REFUND-REG-STATUS-OK
          DISPLAY '警告: 返金台帳が開けません STATUS=' WS-REFUND-REG-STATUS
          DISPLAY '      取消返金は0円として抽出します'
          MOVE    FLAG-ON TO FLAG-FILE-END
  ELSE
          READ    TOUR-REFUND-REG-FILE
                  AT END MOVE FLAG-ON TO FLAG-FILE-END
          END-READ
  END-IF.

  PERFORM SUM-REFUND-LOOP
          UNTIL FLAG-FILE-END = FLAG-ON.

  IF      WS-REFUND-REG-STATUS-OK OR WS-REFUND-REG-STATUS = '10'
          CLOSE   TOUR-REFUND-REG-FILE
  END-IF.
  MOVE    FLAG-OFF TO FLAG-FILE-END.
  COMPUTE WS-REFUND-TOTAL = WS-REFUND-PAYABLE-TOTAL + WS-REFUND-PAID-TOTAL.


*> ***************************************************************************
*> * 返金台帳集計繰り返し処理
*> ***************************************************************************
SUM-REFUND-LOOP.
  EVALUATE TRUE
    WHEN    RREG-PAYOUT-PENDING OR RREG-PAYOUT-REQUESTED
            ADD     RREG-REFUND-AMOUNT TO WS-REFUND-PAYABLE-TOTAL
            COMPUTE WS-REFUND-PAYABLE-COUNT = WS-REFUND-PAYABLE-COUNT + 1
    WHEN    RREG-PAYOUT-PAID
            ADD     RREG-REFUND-AMOUNT TO WS-REFUND-PAID-TOTAL
            COMPUTE WS-REFUND-PAID-COUNT = WS-REFUND-PAID-COUNT + 1
    WHEN    OTHER
            CONTINUE
  END-EVALUATE.

  READ    TOUR-REFUND-REG-FILE
          AT END MOVE FLAG-ON TO FLAG-FILE-END.


*> ***************************************************************************
*> * 仕訳書き出し処理
*> * = 勘定別の仕訳行とトレーラを書き、検証リストを印刷する。
  MOVE    WS-CANCEL-TOTAL TO WS-GL-CREDIT.
  PERFORM WRITE-GL-DETAIL.

  *> 取消返金 (借方) と未払返金・返金支払 (貸方) の対
  MOVE    '2185' TO WS-GL-ACCOUNT-CODE.
  MOVE    '預り金(返金)' TO WS-GL-ACCOUNT-NAME.
  MOVE    WS-REFUND-TOTAL TO WS-GL-DEBIT.
  MOVE    ZERO TO WS-GL-CREDIT.
  PERFORM WRITE-GL-DETAIL.

  MOVE    '2190' TO WS-GL-ACCOUNT-CODE.
  MOVE    '未払返金' TO WS-GL-ACCOUNT-NAME.
  MOVE    ZERO TO WS-GL-DEBIT.
  MOVE    WS-REFUND-PAYABLE-TOTAL TO WS-GL-CREDIT.
  PERFORM WRITE-GL-DETAIL.

  MOVE    '1111' TO WS-GL-ACCOUNT-CODE.
  MOVE    '現金預金(返金)' TO WS-GL-ACCOUNT-NAME.
  MOVE    ZERO TO WS-GL-DEBIT.
  MOVE    WS-REFUND-PAID-TOTAL TO WS-GL-CREDIT.
  PERFORM WRITE-GL-DETAIL.

  PERFORM WRITE-GL-TRAILER.

  CLOSE   TOUR-GL-FILE TOUR-GL-LIST.
  MOVE    WS-RECEIPT-COUNT TO PRINT-GL-SUM-COUNT.
  WRITE   TOUR-GL-LIST-RECORDS FROM PRINT-GL-SUMMARY AFTER 1.

  MOVE    SPACE TO PRINT-GL-SUMMARY.
  MOVE    '未払返金件数' TO PRINT-GL-SUM-TEXT.
  MOVE    WS-REFUND-PAYABLE-COUNT TO PRINT-GL-SUM-COUNT.
  WRITE   TOUR-GL-LIST-RECORDS FROM PRINT-GL-SUMMARY AFTER 1.

  MOVE    SPACE TO PRINT-GL-SUMMARY.
  MOVE    '返金支払済件数' TO PRINT-GL-SUM-TEXT.
  MOVE    WS-REFUND-PAID-COUNT TO PRINT-GL-SUM-COUNT.
  WRITE   TOUR-GL-LIST-RECORDS FROM PRINT-GL-SUMMARY AFTER 1.


*> ***************************************************************************
*> * 終了処理
