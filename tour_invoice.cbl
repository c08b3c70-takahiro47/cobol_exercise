*> 税率は TOUR-TAX-RATE.DAT (保守は TOUR-TAXRATE) から契約日で選び、
*> 適用した率を請求書に印字する。過去契約の再印刷は当時の税額を再現する。
*> マスタの金額は税抜扱いとし、税額は切り捨てで求める。
*> 発行した請求書は番号・ツアーID・税込額を TOUR-INV-REG.DAT (累積) へ
*> 記録し、TOUR-BANK が振込の依頼人参照(請求書番号)の突合に使う。
*> 催行完了(状態2)の契約も有効契約として請求書を印刷できる。
*> ------------------------------------------------------- <*

*> ***************************************************************************
    SELECT TOUR-TAX-RATE-FILE   ASSIGN TO 'TOUR-TAX-RATE.DAT'   *> INFILE   / 消費税率ファイル
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-RATE-STATUS.
    SELECT TOUR-INV-REG-FILE    ASSIGN TO 'TOUR-INV-REG.DAT'    *> OUTFILE  / 請求書発行記録(累積)
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-INV-REG-STATUS.


*> ***************************************************************************

    COPY TOURRATE.

    *> 請求書発行記録 (請求書1枚を1行で累積する)
    FD TOUR-INV-REG-FILE
      LABEL RECORD IS OMITTED.

    COPY TOURINVR.

  *> 変数の定義
  WORKING-STORAGE SECTION.

      88 WS-MASTER-STATUS-OK    VALUE '00'.
    01 WS-INV-SEQ-STATUS        PIC X(02) VALUE '00'.     *> TOUR-INV-SEQ-FILEの状態キー
      88 WS-INV-SEQ-STATUS-OK   VALUE '00'.
    01 WS-INV-REG-STATUS        PIC X(02) VALUE '00'.     *> TOUR-INV-REG-FILEの状態キー
      88 WS-INV-REG-STATUS-OK   VALUE '00'.

    *> 指定方法 (1:ﾂｱｰID指定 2:契約日範囲指定)
    01 WS-RUN-MODE              PIC 9(01) VALUE 1.

  OPEN    OUTPUT                TOUR-INVOICE-LIST.

  *> 発行記録は累積のため追記で開く (初回実行時は新規作成)
  OPEN    EXTEND                TOUR-INV-REG-FILE.
  IF      NOT WS-INV-REG-STATUS-OK
          OPEN    OUTPUT        TOUR-INV-REG-FILE
  END-IF.

  IF      WS-MODE-RANGE AND FLAG-FILE-END NOT = FLAG-ON
          READ    TOUR-MASTER-FILE NEXT
                  AT END MOVE FLAG-ON TO FLAG-FILE-END
                  INVALID KEY
                  DISPLAY 'エラー: ID ' WS-IN-TOUR-CODE ' が見つかりません'
                  NOT INVALID KEY
                  IF      IN-STATUS-CONTRACTED
                          PERFORM PRINT-INVOICE-PAGE
                  ELSE
                          DISPLAY 'エラー: ID ' WS-IN-TOUR-CODE
*> * = 範囲内の有効契約だけ請求書を印刷する
*> ***************************************************************************
MAIN-LOOP.
  IF      IN-STATUS-CONTRACTED
          AND IN-CONTRACT-DATE >= WS-FILTER-START-DATE
          AND IN-CONTRACT-DATE <= WS-FILTER-END-DATE
          PERFORM              PRINT-INVOICE-PAGE
  WRITE   TOUR-INVOICE-RECORDS FROM PRINT-INV-TAX AFTER 1.
  WRITE   TOUR-INVOICE-RECORDS FROM PRINT-INV-TOTAL AFTER 1.

  *> 振込の突合用に請求書番号と宛先を記録する
  MOVE    PRINT-INV-NO TO INVR-INVOICE-NO.
  MOVE    IN-TOUR-CODE TO INVR-TOUR-CODE.
  MOVE    WS-RUN-DATE TO INVR-ISSUE-DATE.
  MOVE    WS-TAX-INCLUSIVE TO INVR-AMOUNT.
  WRITE   TOUR-INV-REG-REC.

  COMPUTE WS-INVOICE-COUNT = WS-INVOICE-COUNT + 1.


          CLOSE   TOUR-MASTER-FILE
  END-IF.
  CLOSE   TOUR-INVOICE-LIST.
  CLOSE   TOUR-INV-REG-FILE.

  DISPLAY '発行件数: ' WS-INVOICE-COUNT '  対象外件数: ' WS-SKIP-COUNT.
