*> $ cobc -x -free -g -debug -Wall -I copybooks tour_cash.cbl; ./tour_cash
*> TOUR-INVOICE が発行した請求(有効契約の税込金額)に対する入金管理。
*> 機能1: 日々の入金を TOUR-RECEIPTS.DAT (累積) へ入力する。
*>        銀行振込は TOUR-BANK が突合して同じファイルへ追記する。
*> 請求額(税込)は TOUR-INVOICE と同じく契約日時点の税率
*> (TOUR-TAX-RATE.DAT) で求める。
*> 機能2: 入金をツアー単位で請求額に消し込み、回収状況を
*> 機能3: 未回収残高を契約日からの経過日数で区分した売掛金年齢表を
*>        TOUR-AGING.DAT へ印刷する (30日/60日/90日/90日超)。
*> 分割入金は同一ツアー宛の入金を合算して消し込むことで対応する。
*> 取消返金は返金台帳 TOUR-REFUND-REG.DAT の返金額をツアー単位で
*> 入金合計から差し引いて消し込む (計算書発行時点で顧客へ返す額のため)。
*> 台帳の取消料も同様に入金合計から差し引く (取消予約はマスタの契約金額
*> に含まれず、取消料は請求額とは別の収入のため)。
*> 催行完了(状態2)のツアーも有効契約と同様に消し込みの対象とする。
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
    SELECT TOUR-AR-FILE         ASSIGN TO 'TOUR-AR.DAT'         *> OUTFILE  / 売掛残ファイル(消込結果)
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-AR-STATUS.
    FD TOUR-RECEIPTS-FILE
      LABEL RECORD IS OMITTED.

    COPY TOURRCPT.

    *> 消費税率ファイル (適用開始日の昇順で1行1税率)
    FD TOUR-TAX-RATE-FILE

    COPY TOURRATE.

    *> 返金台帳 (ツアーID+予約番号をキーとした索引編成ファイル)
    FD TOUR-REFUND-REG-FILE
      LABEL RECORD IS STANDARD.

    COPY TOURRREG.

    *> 売掛残ファイル (消込実行のたびに全件書き直す)
    FD TOUR-AR-FILE
      LABEL RECORD IS OMITTED.

    COPY TOURAR.

    *> 入金消込リスト
    FD TOUR-CASH-LIST
      88 WS-RECEIPTS-STATUS-OK  VALUE '00'.
    01 WS-AR-STATUS             PIC X(02) VALUE '00'.     *> TOUR-AR-FILEの状態キー
      88 WS-AR-STATUS-OK        VALUE '00'.
    01 WS-REFUND-REG-STATUS     PIC X(02) VALUE '00'.     *> TOUR-REFUND-REG-FILEの状態キー
      88 WS-REFUND-REG-STATUS-OK VALUE '00'.

    01 WS-MENU-CHOICE           PIC 9(01) VALUE ZERO.     *> 機能選択
    01 WS-CONTINUE-CHOICE       PIC 9(01) VALUE ZERO.     *> 続行確認(1:続行 2:終了)
      03 WS-RCPT-ENTRY          OCCURS 500 TIMES.
        05 WS-RCPT-CODE         PIC X(05).                *> 宛先ツアーID
        05 WS-RCPT-SUM          PIC 9(12).                *> 入金額合計
        05 WS-RCPT-REFUND       PIC 9(12).                *> 取消返金額合計
        05 WS-RCPT-FEE          PIC 9(12).                *> 取消料合計
        05 WS-RCPT-MATCHED      PIC 9(01).                *> 消込済フラグ

    01 WS-RCPT-IDX              PIC 9(03) VALUE ZERO.     *> テーブル検索用添字
    01 WS-RCPT-FOUND-IDX        PIC 9(03) VALUE ZERO.     *> 見つかった位置(0=未登録)
    01 WS-RECEIPT-COUNT         PIC 9(05) VALUE ZERO.     *> 入金読込件数
    01 WS-REFUND-COUNT          PIC 9(05) VALUE ZERO.     *> 返金台帳読込件数
    01 WS-NET-RECEIVED          PIC 9(12) VALUE ZERO.     *> 返金差引後の入金額

    *> 消込集計用
    01 WS-POST-INVOICE-TOTAL    PIC 9(14) VALUE ZERO.     *> 請求額合計
    01 WS-POST-BALANCE-TOTAL    PIC 9(14) VALUE ZERO.     *> 未回収残高合計
    01 WS-POST-OVER-TOTAL       PIC 9(14) VALUE ZERO.     *> 過入金合計
    01 WS-POST-UNAPPLIED-TOTAL  PIC 9(14) VALUE ZERO.     *> 不明入金合計
    01 WS-POST-REFUND-TOTAL     PIC 9(14) VALUE ZERO.     *> 返金調整合計
    01 WS-POST-FEE-TOTAL        PIC 9(14) VALUE ZERO.     *> 取消料調整合計
    01 WS-POST-TOUR-COUNT       PIC 9(05) VALUE ZERO.     *> 消込対象ツアー件数
    01 WS-POST-UNAPPLIED-COUNT  PIC 9(05) VALUE ZERO.     *> 不明入金宛先件数

  MOVE    WS-IN-RCPT-DATE TO RCPT-DATE.
  MOVE    WS-IN-TOUR-CODE TO RCPT-TOUR-CODE.
  MOVE    WS-IN-RCPT-AMOUNT TO RCPT-AMOUNT.
  MOVE    '1' TO RCPT-SOURCE.
  MOVE    SPACE TO RCPT-BANK-REF.
  WRITE   TOUR-RECEIPT-REC.
  COMPUTE WS-RECEIPT-COUNT = WS-RECEIPT-COUNT + 1.
  DISPLAY '入金 ' RCPT-TOUR-CODE ' / ' RCPT-AMOUNT ' を記録しました'.
POSTING-RUN.
  PERFORM                     LOAD-RATE-TABLE.
  PERFORM                     LOAD-RECEIPTS.
  PERFORM                     LOAD-REFUNDS.

  OPEN    INPUT                 TOUR-MASTER-FILE.
  IF      NOT WS-MASTER-STATUS-OK
          AT END MOVE FLAG-ON TO FLAG-FILE-END.


*> ***************************************************************************
*> * 返金読み込み処理
*> * = 返金台帳を全件読み、宛先ツアーIDごとに返金額と取消料を合算テーブルへ
*> *   積み上げる。台帳が無い(計算書未発行)場合は返金0円として消し込む
*> ***************************************************************************
LOAD-REFUNDS.
  MOVE    ZERO TO WS-REFUND-COUNT.
  MOVE    FLAG-OFF TO FLAG-FILE-END.

  OPEN    INPUT                 TOUR-REFUND-REG-FILE.
  IF      NOT WS-REFUND-REG-STATUS-OK
          DISPLAY '警告: 返金台帳がありません (返金0円として消し込みます)'
          MOVE    FLAG-ON TO FLAG-FILE-END
  ELSE
          READ    TOUR-REFUND-REG-FILE
                  AT END MOVE FLAG-ON TO FLAG-FILE-END
          END-READ
  END-IF.

  PERFORM LOAD-REFUNDS-LOOP
          UNTIL FLAG-FILE-END = FLAG-ON.

  IF      WS-REFUND-REG-STATUS-OK OR WS-REFUND-REG-STATUS = '10'
          CLOSE   TOUR-REFUND-REG-FILE
  END-IF.
  MOVE    FLAG-OFF TO FLAG-FILE-END.
  DISPLAY '返金読込: ' WS-REFUND-COUNT ' 件'.


*> ***************************************************************************
*> * 返金読み込み繰り返し処理
*> * = 返金額0円(全額取消料)の計算書も取消料を差し引くため読み込む。
*> *   返金額・取消料とも0円の計算書は調整不要のため読み飛ばす
*> ***************************************************************************
LOAD-REFUNDS-LOOP.
  IF      RREG-REFUND-AMOUNT > ZERO OR RREG-FEE-AMOUNT > ZERO
          COMPUTE WS-REFUND-COUNT = WS-REFUND-COUNT + 1
          MOVE    RREG-TOUR-CODE TO RCPT-TOUR-CODE
          PERFORM FIND-RECEIPT-ENTRY
          IF      WS-RCPT-FOUND-IDX > ZERO
                  ADD     RREG-REFUND-AMOUNT
                          TO WS-RCPT-REFUND(WS-RCPT-FOUND-IDX)
                  ADD     RREG-FEE-AMOUNT
                          TO WS-RCPT-FEE(WS-RCPT-FOUND-IDX)
          END-IF
  END-IF.

  READ    TOUR-REFUND-REG-FILE
          AT END MOVE FLAG-ON TO FLAG-FILE-END.


*> ***************************************************************************
*> * 返金差引処理
*> * = WS-RCPT-FOUND-IDXが指す宛先の入金合計から返金額と取消料を差し引いて
*> *   WS-NET-RECEIVEDへ返す。差引額が入金を超える場合は0円で止めて警告する
*> ***************************************************************************
NET-RECEIVED-AMOUNT.
  ADD     WS-RCPT-REFUND(WS-RCPT-FOUND-IDX) TO WS-POST-REFUND-TOTAL.
  ADD     WS-RCPT-FEE(WS-RCPT-FOUND-IDX) TO WS-POST-FEE-TOTAL.
  IF      WS-RCPT-SUM(WS-RCPT-FOUND-IDX)
          >= WS-RCPT-REFUND(WS-RCPT-FOUND-IDX) + WS-RCPT-FEE(WS-RCPT-FOUND-IDX)
          COMPUTE WS-NET-RECEIVED = WS-RCPT-SUM(WS-RCPT-FOUND-IDX)
                                  - WS-RCPT-REFUND(WS-RCPT-FOUND-IDX)
                                  - WS-RCPT-FEE(WS-RCPT-FOUND-IDX)
  ELSE
          MOVE    ZERO TO WS-NET-RECEIVED
          DISPLAY '警告: 宛先 ' WS-RCPT-CODE(WS-RCPT-FOUND-IDX)
                  ' は返金額と取消料が入金合計を超えています'
                  ' (入金0円として消し込みます)'
  END-IF.


*> ***************************************************************************
*> * 入金合算テーブル検索処理
*> * = 宛先ツアーIDをテーブルから探し、無ければ末尾へ登録する
                  COMPUTE WS-RCPT-TABLE-COUNT = WS-RCPT-TABLE-COUNT + 1
                  MOVE    RCPT-TOUR-CODE TO WS-RCPT-CODE(WS-RCPT-TABLE-COUNT)
                  MOVE    ZERO TO WS-RCPT-SUM(WS-RCPT-TABLE-COUNT)
                  MOVE    ZERO TO WS-RCPT-REFUND(WS-RCPT-TABLE-COUNT)
                  MOVE    ZERO TO WS-RCPT-FEE(WS-RCPT-TABLE-COUNT)
                  MOVE    FLAG-OFF TO WS-RCPT-MATCHED(WS-RCPT-TABLE-COUNT)
                  MOVE    WS-RCPT-TABLE-COUNT TO WS-RCPT-FOUND-IDX
          ELSE
  MOVE    IN-TOUR-CODE TO RCPT-TOUR-CODE.
  PERFORM LOOKUP-RECEIPT-ENTRY.

  IF      IN-STATUS-CONTRACTED
          PERFORM              POST-ONE-TOUR
  ELSE
          IF      WS-RCPT-FOUND-IDX > ZERO
  MOVE    ZERO TO AR-RECEIVED-AMOUNT AR-BALANCE-DUE AR-OVER-AMOUNT.

  IF      WS-RCPT-FOUND-IDX > ZERO
          PERFORM NET-RECEIVED-AMOUNT
          MOVE    WS-NET-RECEIVED TO AR-RECEIVED-AMOUNT
          MOVE    FLAG-ON TO WS-RCPT-MATCHED(WS-RCPT-FOUND-IDX)
  END-IF.

*> * 不明入金1件書き出し処理
*> * = WS-RCPT-FOUND-IDXが指す宛先を不明入金として売掛残とリストへ書く
*> *   (呼び出し元でIN-TOUR-CODE・IN-CONTRACT-DATEを設定しておくこと)
*> *   返金を差し引いて残らない宛先(全額返金済の取消ツアー等)は書かない
*> ***************************************************************************
WRITE-UNAPPLIED-RECORD.
  PERFORM NET-RECEIVED-AMOUNT.
  IF      WS-NET-RECEIVED > ZERO
          PERFORM WRITE-UNAPPLIED-LINE
  END-IF.


*> ***************************************************************************
*> * 不明入金1行書き出し処理
*> ***************************************************************************
WRITE-UNAPPLIED-LINE.
  MOVE    IN-TOUR-CODE TO AR-TOUR-CODE.
  MOVE    IN-CONTRACT-DATE TO AR-CONTRACT-DATE.
  MOVE    ZERO TO AR-INVOICE-AMOUNT AR-BALANCE-DUE AR-OVER-AMOUNT.
  MOVE    WS-NET-RECEIVED TO AR-RECEIVED-AMOUNT.
  MOVE    '4' TO AR-STATUS-CODE.
  WRITE   TOUR-AR-REC.

  MOVE    WS-POST-UNAPPLIED-TOTAL TO PRINT-POST-SUM-AMOUNT.
  WRITE   TOUR-CASH-LIST-RECORDS FROM PRINT-POST-SUMMARY AFTER 1.

  MOVE    SPACE TO PRINT-POST-SUMMARY.
  MOVE    '返金調整合計' TO PRINT-POST-SUM-TEXT.
  MOVE    WS-POST-REFUND-TOTAL TO PRINT-POST-SUM-AMOUNT.
  WRITE   TOUR-CASH-LIST-RECORDS FROM PRINT-POST-SUMMARY AFTER 1.

  MOVE    SPACE TO PRINT-POST-SUMMARY.
  MOVE    '取消料調整合計' TO PRINT-POST-SUM-TEXT.
  MOVE    WS-POST-FEE-TOTAL TO PRINT-POST-SUM-AMOUNT.
  WRITE   TOUR-CASH-LIST-RECORDS FROM PRINT-POST-SUMMARY AFTER 1.

  DISPLAY '消込対象: ' WS-POST-TOUR-COUNT ' 件  不明入金宛先: '
          WS-POST-UNAPPLIED-COUNT ' 件'.
  DISPLAY '請求額合計: ' WS-POST-INVOICE-TOTAL
