*>        未登録ツアーを TOUR-SCHED-CHECK.DAT へ書き出す。
*> 機能5: 指定した出発日範囲の出発者名簿(ツアーごとの有効予約の
*>        予約者名・席数・入金額)を TOUR-MANIFEST.DAT へ印刷する。
*>        各予約の下には TOUR-TRAVELLER.DAT (保守は TOUR-TRVL) の
*>        旅行者を氏名・生年月日・性別・緊急連絡先付きで印刷し、
*>        登録人数が席数と合わない予約には注記を付け、
*>        ツアーの合計行には旅行者の登録人数合計も印刷する。
*>        添乗員が当日携行するリスト。
*> ------------------------------------------------------- <*

      ACCESS MODE IS DYNAMIC
      RECORD KEY IS BK-KEY
      FILE STATUS IS WS-BOOKING-STATUS.
    SELECT TOUR-TRAVELLER-FILE  ASSIGN TO 'TOUR-TRAVELLER.DAT'   *> INFILE   / 旅行者ファイル
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS TRVL-KEY
      FILE STATUS IS WS-TRAVELLER-STATUS.
    SELECT TOUR-SCHED-CHECK     ASSIGN TO 'TOUR-SCHED-CHECK.DAT' *> SYSPRINT / スケジュール検証リスト
      ORGANIZATION IS LINE SEQUENTIAL.
    SELECT TOUR-MANIFEST-LIST   ASSIGN TO 'TOUR-MANIFEST.DAT'    *> SYSPRINT / 出発者名簿

    COPY TOURBOOK.

    *> 旅行者ファイル (ツアーID+予約番号+旅行者番号をキーとした索引編成ファイル)
    FD TOUR-TRAVELLER-FILE
      LABEL RECORD IS STANDARD.

    COPY TOURTRVL.

    *> スケジュール検証リスト
    FD TOUR-SCHED-CHECK
      LABEL RECORD IS OMITTED.
    *> 一時利用
    01 FLAG-FILE-END            PIC 9(01) VALUE ZERO.     *> EODフラグ
    01 FLAG-SUM-END             PIC 9(01) VALUE ZERO.     *> 予約読み終わりフラグ
    01 FLAG-TRVL-END            PIC 9(01) VALUE ZERO.     *> 旅行者読み終わりフラグ
    01 FLAG-ON                  PIC 9(01) VALUE 1.        *> 定数 ON
    01 FLAG-OFF                 PIC 9(01) VALUE 0.        *> 定数 OFF
    01 FLAG-EXIT                PIC 9(01) VALUE ZERO.
      88 WS-MASTER-STATUS-OK    VALUE '00'.
    01 WS-BOOKING-STATUS        PIC X(02) VALUE '00'.     *> TOUR-BOOKING-FILEの状態キー
      88 WS-BOOKING-STATUS-OK   VALUE '00'.
    01 WS-TRAVELLER-STATUS      PIC X(02) VALUE '00'.     *> TOUR-TRAVELLER-FILEの状態キー
      88 WS-TRAVELLER-STATUS-OK VALUE '00'.

    01 WS-MENU-CHOICE           PIC 9(01) VALUE ZERO.

    01 FLAG-MASTER-OPENED       PIC 9(01) VALUE ZERO.     *> マスタオープン済フラグ
    01 FLAG-BOOKING-OPENED      PIC 9(01) VALUE ZERO.     *> 予約明細オープン済フラグ
    01 FLAG-TRAVELLER-OPENED    PIC 9(01) VALUE ZERO.     *> 旅行者ファイルオープン済フラグ
    01 WS-TOUR-EXISTS-FLAG      PIC 9(01) VALUE ZERO.     *> ツアーID存在フラグ
      88 WS-TOUR-EXISTS         VALUE 1.

    01 WS-PARTY-COUNT           PIC 9(05) VALUE ZERO.     *> ツアー内の予約組数
    01 WS-TOUR-SEATS-TOTAL      PIC 9(06) VALUE ZERO.     *> ツアー内の席数合計
    01 WS-TOUR-AMOUNT-TOTAL     PIC 9(13) VALUE ZERO.     *> ツアー内の入金額合計
    01 WS-BOOKING-TRVL-COUNT    PIC 9(04) VALUE ZERO.     *> 予約内の旅行者数
    01 WS-TOUR-TRVL-TOTAL       PIC 9(06) VALUE ZERO.     *> ツアー内の旅行者数合計
    01 WS-TRVL-MISMATCH-COUNT   PIC 9(05) VALUE ZERO.     *> 名簿中の人数不一致予約数

    *> スケジュール検証リスト出力域
    01 PRINT-CHECK-HEADER.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-MANI-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.

    01 PRINT-MANIFEST-TRAVELLER.
      03 FILLER                 PIC X(06) VALUE SPACE.
      03 PRINT-MANI-TRVL-NO     PIC 9(03).
      03 FILLER                 PIC X(01) VALUE SPACE.
      03 PRINT-MANI-TRVL-NAME   PIC X(20).
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-MANI-TRVL-BIRTH  PIC 9(08).
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-MANI-TRVL-GENDER PIC X(06).
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 FILLER                 PIC X(09) VALUE '緊急:'.
      03 PRINT-MANI-TRVL-EMERG  PIC X(20).
      03 FILLER                 PIC X(01) VALUE SPACE.
      03 PRINT-MANI-TRVL-PHONE  PIC X(13).

    01 PRINT-MANIFEST-TRVL-NOTE.
      03 FILLER                 PIC X(10) VALUE SPACE.
      03 FILLER                 PIC X(30) VALUE '** 旅行者登録人数 '.
      03 PRINT-MANI-NOTE-TRVL   PIC Z,ZZ9.
      03 FILLER                 PIC X(18) VALUE ' 名 / 席数 '.
      03 PRINT-MANI-NOTE-SEATS  PIC Z,ZZ9.
      03 FILLER                 PIC X(06) VALUE ' **'.

    01 PRINT-MANIFEST-TOTAL.
      03 FILLER                 PIC X(10) VALUE '合計'.
      03 PRINT-MANI-TOTAL-PARTY PIC ZZ,ZZ9.
      03 PRINT-MANI-TOTAL-SEATS PIC ZZZ,ZZ9.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-MANI-TOTAL-AMT   PIC Z,ZZZ,ZZZ,ZZ9.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 FILLER                 PIC X(16) VALUE '旅行者合計 '.
      03 PRINT-MANI-TOTAL-TRVL  PIC ZZ,ZZ9.
      03 FILLER                 PIC X(03) VALUE '名'.

    01 PRINT-MANIFEST-RULE      PIC X(70) VALUE ALL '-'.

          MOVE    FLAG-ON TO FLAG-BOOKING-OPENED
  END-IF.

  OPEN    INPUT                 TOUR-TRAVELLER-FILE.
  IF      WS-TRAVELLER-STATUS-OK
          MOVE    FLAG-ON TO FLAG-TRAVELLER-OPENED
  ELSE
          DISPLAY '警告: 旅行者ファイルが開けません STATUS='
                  WS-TRAVELLER-STATUS
          DISPLAY '      出発者名簿は旅行者なしで印刷します'
                  ' (TOUR-TRVLで登録できます)'
  END-IF.


*> ***************************************************************************
*> * メイン繰り返し処理 (メニュー)
          DISPLAY '出発日範囲の終了日(YYYYMMDD) ==> ' WITH NO ADVANCING
          ACCEPT   WS-RANGE-END-DATE

          MOVE    ZERO TO WS-MANIFEST-TOURS WS-TRVL-MISMATCH-COUNT
          MOVE    FLAG-OFF TO FLAG-FILE-END
          OPEN    OUTPUT        TOUR-MANIFEST-LIST
          MOVE    WS-RANGE-START-DATE TO PRINT-MANIFEST-START

          CLOSE                 TOUR-MANIFEST-LIST
          DISPLAY '名簿印刷ツアー数: ' WS-MANIFEST-TOURS
          IF      WS-TRVL-MISMATCH-COUNT > ZERO
                  DISPLAY '旅行者人数が席数と合わない予約: '
                          WS-TRVL-MISMATCH-COUNT ' 件'
          END-IF
          DISPLAY '出発者名簿: TOUR-MANIFEST.DAT'
  END-IF.


*> ***************************************************************************
*> * 出発者名簿1ツアー印刷処理
*> * = ツアー見出しと有効予約の明細(旅行者付き)・合計を1ページで印刷する
*> ***************************************************************************
PRINT-MANIFEST-PAGE.
  MOVE    ZERO TO WS-PARTY-COUNT WS-TOUR-SEATS-TOTAL WS-TOUR-AMOUNT-TOTAL.
  MOVE    ZERO TO WS-TOUR-TRVL-TOTAL.

  MOVE    SCHD-TOUR-CODE TO PRINT-MANI-CODE.
  MOVE    IN-TOUR-NAME TO PRINT-MANI-NAME.
  MOVE    WS-PARTY-COUNT TO PRINT-MANI-TOTAL-PARTY.
  MOVE    WS-TOUR-SEATS-TOTAL TO PRINT-MANI-TOTAL-SEATS.
  MOVE    WS-TOUR-AMOUNT-TOTAL TO PRINT-MANI-TOTAL-AMT.
  MOVE    WS-TOUR-TRVL-TOTAL TO PRINT-MANI-TOTAL-TRVL.
  WRITE   TOUR-MANIFEST-RECORDS FROM PRINT-MANIFEST-TOTAL AFTER 1.

  COMPUTE WS-MANIFEST-TOURS = WS-MANIFEST-TOURS + 1.
                  MOVE    BK-AMOUNT TO PRINT-MANI-AMOUNT
                  WRITE   TOUR-MANIFEST-RECORDS FROM PRINT-MANIFEST-LINE
                          AFTER 1
                  PERFORM PRINT-MANIFEST-TRAVELLERS
                  COMPUTE WS-PARTY-COUNT = WS-PARTY-COUNT + 1
                  ADD     BK-SEATS TO WS-TOUR-SEATS-TOTAL
                  ADD     BK-AMOUNT TO WS-TOUR-AMOUNT-TOTAL
  END-IF.


*> ***************************************************************************
*> * 出発者名簿旅行者印刷処理
*> * = 当該予約(BK-KEY)の旅行者を旅行者番号順に予約明細の下へ印刷し、
*> *   登録人数が席数と合わない場合は注記行を印刷する
*> ***************************************************************************
PRINT-MANIFEST-TRAVELLERS.
  MOVE    ZERO TO WS-BOOKING-TRVL-COUNT.
  IF      FLAG-TRAVELLER-OPENED = FLAG-ON
          MOVE    FLAG-OFF TO FLAG-TRVL-END
          MOVE    BK-TOUR-CODE TO TRVL-TOUR-CODE
          MOVE    BK-BOOKING-NO TO TRVL-BOOKING-NO
          MOVE    ZERO TO TRVL-NO
          START   TOUR-TRAVELLER-FILE KEY >= TRVL-KEY
                  INVALID KEY MOVE FLAG-ON TO FLAG-TRVL-END
          END-START
          IF      FLAG-TRVL-END NOT = FLAG-ON
                  READ    TOUR-TRAVELLER-FILE NEXT
                          AT END MOVE FLAG-ON TO FLAG-TRVL-END
                  END-READ
          END-IF
          PERFORM PRINT-MANIFEST-TRAVELLER-LOOP
                  UNTIL FLAG-TRVL-END = FLAG-ON

          IF      WS-BOOKING-TRVL-COUNT NOT = BK-SEATS
                  MOVE    WS-BOOKING-TRVL-COUNT TO PRINT-MANI-NOTE-TRVL
                  MOVE    BK-SEATS TO PRINT-MANI-NOTE-SEATS
                  WRITE   TOUR-MANIFEST-RECORDS FROM PRINT-MANIFEST-TRVL-NOTE
                          AFTER 1
                  COMPUTE WS-TRVL-MISMATCH-COUNT
                          = WS-TRVL-MISMATCH-COUNT + 1
          END-IF
  END-IF.


*> ***************************************************************************
*> * 出発者名簿旅行者繰り返し処理
*> ***************************************************************************
PRINT-MANIFEST-TRAVELLER-LOOP.
  IF      TRVL-TOUR-CODE NOT = BK-TOUR-CODE
          OR TRVL-BOOKING-NO NOT = BK-BOOKING-NO
          MOVE    FLAG-ON TO FLAG-TRVL-END
  ELSE
          MOVE    TRVL-NO TO PRINT-MANI-TRVL-NO
          MOVE    TRVL-NAME TO PRINT-MANI-TRVL-NAME
          MOVE    TRVL-BIRTH-DATE TO PRINT-MANI-TRVL-BIRTH
          EVALUATE TRUE
            WHEN    TRVL-GENDER-MALE    MOVE '男性' TO PRINT-MANI-TRVL-GENDER
            WHEN    TRVL-GENDER-FEMALE  MOVE '女性' TO PRINT-MANI-TRVL-GENDER
            WHEN    OTHER               MOVE '-' TO PRINT-MANI-TRVL-GENDER
          END-EVALUATE
          MOVE    TRVL-EMERG-NAME TO PRINT-MANI-TRVL-EMERG
          MOVE    TRVL-EMERG-PHONE TO PRINT-MANI-TRVL-PHONE
          WRITE   TOUR-MANIFEST-RECORDS FROM PRINT-MANIFEST-TRAVELLER
                  AFTER 1
          COMPUTE WS-BOOKING-TRVL-COUNT = WS-BOOKING-TRVL-COUNT + 1
          COMPUTE WS-TOUR-TRVL-TOTAL = WS-TOUR-TRVL-TOTAL + 1
          READ    TOUR-TRAVELLER-FILE NEXT
                  AT END MOVE FLAG-ON TO FLAG-TRVL-END
          END-READ
  END-IF.


*> ***************************************************************************
*> * 終了処理
*> ***************************************************************************
  IF      FLAG-MASTER-OPENED = FLAG-ON
          CLOSE   TOUR-MASTER-FILE
  END-IF.
  IF      FLAG-TRAVELLER-OPENED = FLAG-ON
          CLOSE   TOUR-TRAVELLER-FILE
  END-IF.
  IF      FLAG-BOOKING-OPENED = FLAG-ON
          CLOSE   TOUR-BOOKING-FILE
  END-IF.
