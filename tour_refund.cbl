*> 計算書番号は実行連番(TOUR-CRN-SEQ.DAT)と頁内連番から採番する。
*> 末尾に取消料合計・返金合計の集計表を印刷する。
*> 取消料の計算基準日は発行日(実行日)とする。
*> 初めて計算書を発行した予約は、計算書番号・取消料・返金額を
*> 返金台帳 TOUR-REFUND-REG.DAT (支払状態=未払) へ記録する。
*> 台帳に記録済の予約は台帳の番号・金額のまま再発行する。
*> 台帳は TOUR-PAYOUT (振込依頼)・TOUR-CASH (消込)・TOUR-GLEXT (仕訳)が読む。
*> 催行完了(TOUR-CLOSE で締めた)ツアーの予約には新たな計算書を発行せず、
*> 台帳に記録済の計算書の再発行だけを行う。
*> ------------------------------------------------------- <*

*> ***************************************************************************
    SELECT TOUR-CRN-SEQ-FILE    ASSIGN TO 'TOUR-CRN-SEQ.DAT'    *> 採番     / 計算書実行連番保持ファイル
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-CRN-SEQ-STATUS.
    SELECT TOUR-REFUND-REG-FILE ASSIGN TO 'TOUR-REFUND-REG.DAT' *> I-O      / 返金台帳
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS RREG-KEY
      FILE STATUS IS WS-REFUND-REG-STATUS.


*> ***************************************************************************

    01 TOUR-CRN-SEQ-RECORDS     PIC X(05).

    *> 返金台帳 (ツアーID+予約番号をキーとした索引編成ファイル)
    FD TOUR-REFUND-REG-FILE
      LABEL RECORD IS STANDARD.

    COPY TOURRREG.

  *> 変数の定義
  WORKING-STORAGE SECTION.


    01 FLAG-MASTER-OPENED       PIC 9(01) VALUE ZERO.     *> マスタオープン済フラグ
    01 FLAG-SCHEDULE-OPENED     PIC 9(01) VALUE ZERO.     *> スケジュールオープン済フラグ
    01 FLAG-REG-OPENED          PIC 9(01) VALUE ZERO.     *> 返金台帳オープン済フラグ
    01 FLAG-TOUR-COMPLETED      PIC 9(01) VALUE ZERO.     *> 催行完了ツアーフラグ
    01 FLAG-PAGE-ISSUE          PIC 9(01) VALUE ZERO.     *> 計算書印刷フラグ

    01 WS-REFUND-REG-STATUS     PIC X(02) VALUE '00'.     *> TOUR-REFUND-REG-FILEの状態キー
      88 WS-REFUND-REG-STATUS-OK VALUE '00'.
      88 WS-REFUND-REG-NOT-FOUND VALUE '35'.

    *> 計算書番号採番
    01 WS-RUN-SEQUENCE          PIC 9(05) VALUE ZERO.     *> 計算書実行連番
    01 WS-ITEM-NUMBER           PIC 9(05) VALUE ZERO.     *> 実行内連番(台帳記録済件数)
    01 WS-CRN-ITEM-NO           PIC 9(05) VALUE ZERO.     *> 採番中の実行内連番
    01 WS-RUN-DATE              PIC 9(08) VALUE ZERO.     *> 発行日(YYYYMMDD)

    *> 取消料計算用

    *> 件数・集計
    01 WS-CREDIT-COUNT          PIC 9(05) VALUE ZERO.     *> 発行件数
    01 WS-REPRINT-COUNT         PIC 9(05) VALUE ZERO.     *> うち台帳記録済の再発行件数
    01 WS-SKIP-COUNT            PIC 9(05) VALUE ZERO.     *> 対象外件数
    01 WS-NOMASTER-COUNT        PIC 9(05) VALUE ZERO.     *> マスタ未登録件数
    01 WS-NOSCHED-COUNT         PIC 9(05) VALUE ZERO.     *> スケジュール未登録件数
    01 WS-COMPLETED-COUNT       PIC 9(05) VALUE ZERO.     *> 催行完了のため発行しない件数
    01 WS-TOTAL-RECEIVED        PIC 9(13) VALUE ZERO.     *> 対象入金額合計
    01 WS-TOTAL-FEE             PIC 9(13) VALUE ZERO.     *> 取消料合計
    01 WS-TOTAL-REFUND          PIC 9(13) VALUE ZERO.     *> 返金合計
          DISPLAY '      出発日の代わりに契約日で計算します'
  END-IF.

  *> 返金台帳は初回実行時に作成する。台帳に残せないまま計算書だけ
  *> 発行すると支払・会計へ連携されないため、開けなければ発行しない
  OPEN    I-O                   TOUR-REFUND-REG-FILE.
  IF      WS-REFUND-REG-NOT-FOUND
          OPEN    OUTPUT        TOUR-REFUND-REG-FILE
          CLOSE                 TOUR-REFUND-REG-FILE
          OPEN    I-O           TOUR-REFUND-REG-FILE
  END-IF.
  IF      WS-REFUND-REG-STATUS-OK
          MOVE    FLAG-ON TO FLAG-REG-OPENED
  ELSE
          DISPLAY 'エラー: 返金台帳が開けません STATUS=' WS-REFUND-REG-STATUS
          MOVE    8 TO RETURN-CODE
          MOVE    FLAG-ON TO FLAG-FILE-END
  END-IF.

  OPEN    OUTPUT                TOUR-CREDIT-LIST.

  IF      FLAG-FILE-END NOT = FLAG-ON
*> * 出発日取得処理
*> * = 当該予約の出発日をスケジュールファイルから求める。
*> *   スケジュール未登録のツアーは契約日を代用し、
*> *   マスタも未登録なら発行日=当日出発扱いとする。
*> *   併せてマスタの状態から催行完了かどうかを求める
*> ***************************************************************************
GET-TOUR-DATE.
  MOVE    WS-RUN-DATE TO WS-TOUR-DATE.
  MOVE    SPACE TO PRINT-CRN-NAME.
  MOVE    FLAG-OFF TO FLAG-TOUR-COMPLETED.

  IF      FLAG-MASTER-OPENED = FLAG-ON
          MOVE    BK-TOUR-CODE TO IN-TOUR-CODE
                  NOT INVALID KEY
                  MOVE    IN-CONTRACT-DATE TO WS-TOUR-DATE
                  MOVE    IN-TOUR-NAME TO PRINT-CRN-NAME
                  IF      IN-STATUS-COMPLETED
                          MOVE    FLAG-ON TO FLAG-TOUR-COMPLETED
                  END-IF
          END-READ
  END-IF.


*> ***************************************************************************
*> * 返金計算書1ページ印刷処理
*> * = 台帳に記録済の予約は台帳の内容で再発行し、未記録の予約は
*> *   取消料と返金額を計算して台帳へ記録してから、改ページして印刷する。
*> *   催行完了のツアーで台帳に未記録の予約は発行しない
*> ***************************************************************************
PRINT-CREDIT-PAGE.
  PERFORM GET-TOUR-DATE.
  MOVE    FLAG-ON TO FLAG-PAGE-ISSUE.

  MOVE    BK-KEY TO RREG-KEY.
  READ    TOUR-REFUND-REG-FILE
          INVALID KEY
          IF      FLAG-TOUR-COMPLETED = FLAG-ON
                  DISPLAY '警告: 催行完了のツアーのため計算書を発行しません 予約='
                          BK-KEY
                  COMPUTE WS-COMPLETED-COUNT = WS-COMPLETED-COUNT + 1
                  MOVE    FLAG-OFF TO FLAG-PAGE-ISSUE
          ELSE
                  PERFORM WRITE-REFUND-REGISTER
          END-IF
          NOT INVALID KEY
          MOVE    RREG-FEE-RATE TO WS-FEE-RATE
          MOVE    RREG-FEE-AMOUNT TO WS-FEE-AMOUNT
          MOVE    RREG-REFUND-AMOUNT TO WS-REFUND-AMOUNT
          COMPUTE WS-REPRINT-COUNT = WS-REPRINT-COUNT + 1
  END-READ.

  IF      FLAG-PAGE-ISSUE = FLAG-ON
          PERFORM PRINT-CREDIT-DETAIL
  END-IF.


*> ***************************************************************************
*> * 返金計算書明細印刷処理
*> * = 台帳の内容で計算書1ページを印刷し、集計へ加える
*> ***************************************************************************
PRINT-CREDIT-DETAIL.
  MOVE    RREG-CRN-NO TO PRINT-CRN-NO.
  MOVE    RREG-ISSUE-DATE TO PRINT-CRN-DATE.

  MOVE    BK-TOUR-CODE TO PRINT-CRN-CODE.
  MOVE    WS-TOUR-DATE TO PRINT-CRN-TOUR-DATE.
  MOVE    BK-KEY TO PRINT-CRN-KEY.
  MOVE    BK-PARTY-NAME TO PRINT-CRN-PARTY.
  MOVE    BK-SEATS TO PRINT-CRN-SEATS.
  MOVE    RREG-RECEIVED-AMOUNT TO PRINT-CRN-RECEIVED-AMT.
  MOVE    WS-FEE-RATE TO PRINT-CRN-FEE-RATE.
  MOVE    WS-FEE-AMOUNT TO PRINT-CRN-FEE-AMT.
  MOVE    WS-REFUND-AMOUNT TO PRINT-CRN-REFUND-AMT.
  WRITE   TOUR-CREDIT-RECORDS FROM PRINT-CRN-REFUND AFTER 1.

  COMPUTE WS-CREDIT-COUNT = WS-CREDIT-COUNT + 1.
  ADD     RREG-RECEIVED-AMOUNT TO WS-TOTAL-RECEIVED.
  ADD     WS-FEE-AMOUNT TO WS-TOTAL-FEE.
  ADD     WS-REFUND-AMOUNT TO WS-TOTAL-REFUND.


*> ***************************************************************************
*> * 返金台帳記録処理
*> * = 取消料と返金額を計算し、計算書番号を採番して台帳へ書き込む。
*> *   返金額が0円(全額取消料)の予約は支払不要として記録する。
*> *   台帳に書けなかった予約は計算書を発行しない
*> ***************************************************************************
WRITE-REFUND-REGISTER.
  PERFORM SET-FEE-RATE.

  *> 取消料 = 入金額×料率 (円未満切り捨て)。返金額 = 入金額-取消料
  COMPUTE WS-FEE-AMOUNT = BK-AMOUNT * WS-FEE-RATE / 100.
  COMPUTE WS-REFUND-AMOUNT = BK-AMOUNT - WS-FEE-AMOUNT.

  *> 計算書番号 = CRN-実行連番-実行内連番 (連番は台帳に書けたときだけ進める)
  COMPUTE WS-CRN-ITEM-NO = WS-ITEM-NUMBER + 1.
  MOVE    BK-KEY TO RREG-KEY.
  MOVE    SPACE TO RREG-CRN-NO.
  STRING  'CRN-' WS-RUN-SEQUENCE '-' WS-CRN-ITEM-NO
          DELIMITED BY SIZE INTO RREG-CRN-NO.
  MOVE    WS-RUN-DATE TO RREG-ISSUE-DATE.
  MOVE    BK-PARTY-NAME TO RREG-PARTY-NAME.
  MOVE    BK-CUST-ID TO RREG-CUST-ID.
  MOVE    BK-AMOUNT TO RREG-RECEIVED-AMOUNT.
  MOVE    WS-FEE-RATE TO RREG-FEE-RATE.
  MOVE    WS-FEE-AMOUNT TO RREG-FEE-AMOUNT.
  MOVE    WS-REFUND-AMOUNT TO RREG-REFUND-AMOUNT.
  IF      WS-REFUND-AMOUNT = ZERO
          MOVE    '9' TO RREG-PAYOUT-STATUS
  ELSE
          MOVE    '0' TO RREG-PAYOUT-STATUS
  END-IF.
  MOVE    ZERO TO RREG-PAYOUT-BATCH RREG-PAYOUT-DATE.
  WRITE   TOUR-REFUND-REG-REC
          INVALID KEY
          CONTINUE
  END-WRITE.
  IF      WS-REFUND-REG-STATUS-OK
          COMPUTE WS-ITEM-NUMBER = WS-ITEM-NUMBER + 1
  ELSE
          DISPLAY '警告: 返金台帳に書けません 予約=' BK-KEY
                  ' STATUS=' WS-REFUND-REG-STATUS ' (計算書は発行しません)'
          MOVE    FLAG-OFF TO FLAG-PAGE-ISSUE
  END-IF.


*> ***************************************************************************
*> * 終了処理
*> * = 集計表の印刷
  IF      FLAG-SCHEDULE-OPENED = FLAG-ON
          CLOSE   TOUR-SCHEDULE-FILE
  END-IF.
  IF      FLAG-REG-OPENED = FLAG-ON
          CLOSE   TOUR-REFUND-REG-FILE
  END-IF.
  CLOSE   TOUR-CREDIT-LIST.

  DISPLAY '発行件数: ' WS-CREDIT-COUNT '  対象外件数: ' WS-SKIP-COUNT.
  DISPLAY '  うち新規(台帳記録): ' WS-ITEM-NUMBER
          '  再発行: ' WS-REPRINT-COUNT.
  IF      WS-NOMASTER-COUNT > ZERO
          DISPLAY 'マスタ未登録のツアーの予約: ' WS-NOMASTER-COUNT
                  ' 件 (当日取消扱いで計算)'
          DISPLAY 'スケジュール未登録のツアーの予約: ' WS-NOSCHED-COUNT
                  ' 件 (契約日を代用して計算)'
  END-IF.
  IF      WS-COMPLETED-COUNT > ZERO
          DISPLAY '催行完了のため発行しなかった予約: ' WS-COMPLETED-COUNT ' 件'
  END-IF.
  DISPLAY '取消料合計: ' WS-TOTAL-FEE '  返金合計: ' WS-TOTAL-REFUND.
  DISPLAY '返金計算書: TOUR-CREDIT.DAT'.
