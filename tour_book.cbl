*> TOUR-JOURNAL.DAT へ記録し、引き渡し制御レコードも更新する。
*> 変更内容は TOUR-BOOK-LOG.DAT に確認リストとして書き出す。
*> マスタとの突合は TOUR-RECON を使う。
*> 催行完了 (TOUR-CLOSE で状態2) のツアーの予約は追加・変更・削除・
*> 振替のいずれも受け付けない。
*> 返金計算書を発行済 (TOUR-REFUND-REG.DAT に記録済) の取消予約は、
*> 有効への戻しと入金額の変更を受け付けず、削除もできない。
*> 旅行者 (TOUR-TRAVELLER.DAT, 保守は TOUR-TRVL) が登録されている
*> 予約は削除できない (先に TOUR-TRVL で旅行者を削除する)。
*> 夜間運用 (TOUR-NIGHT) がバッチ窓口を保持している間は起動せず、
*> 起動中はシステムロック TOUR-LOCK.DAT に利用登録を残す。
*> ------------------------------------------------------- <*

*> ***************************************************************************
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS WAIT-KEY
      FILE STATUS IS WS-WAITLIST-STATUS.
    SELECT TOUR-REFUND-REG-FILE ASSIGN TO 'TOUR-REFUND-REG.DAT' *> INFILE   / 返金台帳
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS RREG-KEY
      FILE STATUS IS WS-REFUND-REG-STATUS.
    SELECT TOUR-TRAVELLER-FILE  ASSIGN TO 'TOUR-TRAVELLER.DAT'  *> INFILE   / 旅行者ファイル
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS TRVL-KEY
      FILE STATUS IS WS-TRAVELLER-STATUS.
    SELECT TOUR-BOOK-LOG        ASSIGN TO 'TOUR-BOOK-LOG.DAT'   *> SYSPRINT / 予約保守確認リスト
      ORGANIZATION IS LINE SEQUENTIAL.
    SELECT TOUR-LOCK-FILE       ASSIGN TO 'TOUR-LOCK.DAT'       *> 排他     / システムロックファイル
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS LOCK-KEY
      FILE STATUS IS WS-LOCK-STATUS.


*> ***************************************************************************

    COPY TOURWAIT.

    *> 返金台帳 (ツアーID+予約番号をキーとした索引編成ファイル)
    FD TOUR-REFUND-REG-FILE
      LABEL RECORD IS STANDARD.

    COPY TOURRREG.

    *> 旅行者ファイル (ツアーID+予約番号+旅行者番号をキーとした索引編成ファイル)
    FD TOUR-TRAVELLER-FILE
      LABEL RECORD IS STANDARD.

    COPY TOURTRVL.

    *> 変更履歴ジャーナル (振替によるマスタ変更を追記する)
    FD TOUR-JOURNAL
      LABEL RECORD IS OMITTED.

    01 TOUR-BOOK-LOG-RECORDS    PIC X(132).

    *> システムロックファイル (区分+プログラム名+セッションをキーとした索引編成ファイル)
    FD TOUR-LOCK-FILE
      LABEL RECORD IS STANDARD.

    COPY TOURLOCK.

  *> 変数の定義
  WORKING-STORAGE SECTION.

    *> 一時利用
    01 FLAG-ON                  PIC 9(01) VALUE 1.        *> 定数 ON
    01 FLAG-OFF                 PIC 9(01) VALUE 0.        *> 定数 OFF
    01 FLAG-LOCK-SIGNED-ON      PIC 9(01) VALUE ZERO.     *> 利用登録済フラグ
    01 FLAG-EXIT                PIC 9(01) VALUE ZERO.
      88 WS-EXIT-REQUESTED      VALUE 1.


    01 WS-CUSTOMER-STATUS       PIC X(02) VALUE '00'.     *> TOUR-CUSTOMER-FILEの状態キー
      88 WS-CUSTOMER-STATUS-OK  VALUE '00'.
    01 WS-REFUND-REG-STATUS     PIC X(02) VALUE '00'.     *> TOUR-REFUND-REG-FILEの状態キー
      88 WS-REFUND-REG-STATUS-OK VALUE '00'.
      88 WS-REFUND-REG-NOT-FOUND VALUE '35'.
    01 WS-TRAVELLER-STATUS      PIC X(02) VALUE '00'.     *> TOUR-TRAVELLER-FILEの状態キー
      88 WS-TRAVELLER-STATUS-OK VALUE '00'.
      88 WS-TRAVELLER-NOT-FOUND VALUE '35'.

    01 FLAG-MASTER-OPENED       PIC 9(01) VALUE ZERO.     *> マスタオープン済フラグ
    01 FLAG-CAPACITY-OPENED     PIC 9(01) VALUE ZERO.     *> 定員ファイルオープン済フラグ
    01 FLAG-CUSTOMER-OPENED     PIC 9(01) VALUE ZERO.     *> 顧客マスタオープン済フラグ
    01 FLAG-REFUND-REG-OPENED   PIC 9(01) VALUE ZERO.     *> 返金台帳オープン済フラグ
    01 FLAG-TRAVELLER-OPENED    PIC 9(01) VALUE ZERO.     *> 旅行者ファイルオープン済フラグ
    01 WS-TOUR-EXISTS-FLAG      PIC 9(01) VALUE ZERO.     *> ツアーID存在フラグ
      88 WS-TOUR-EXISTS         VALUE 1.
    01 WS-TOUR-CLOSED-FLAG      PIC 9(01) VALUE ZERO.     *> 催行完了ツアーフラグ
      88 WS-TOUR-CLOSED         VALUE 1.
    01 WS-CUST-EXISTS-FLAG      PIC 9(01) VALUE ZERO.     *> 顧客ID存在フラグ
      88 WS-CUST-EXISTS         VALUE 1.
    01 WS-REFUND-ISSUED-FLAG    PIC 9(01) VALUE ZERO.     *> 返金計算書発行済フラグ
      88 WS-REFUND-ISSUED       VALUE 1.
    01 WS-REFUND-CHECK-FLAG     PIC 9(01) VALUE ZERO.     *> 返金台帳チェック合格フラグ
      88 WS-REFUND-CHECK-OK     VALUE 1.
    01 WS-TRVL-EXISTS-FLAG      PIC 9(01) VALUE ZERO.     *> 旅行者登録ありフラグ
      88 WS-TRVL-EXISTS         VALUE 1.

    *> 定員チェック制御
    01 WS-CAP-SET-FLAG          PIC 9(01) VALUE ZERO.     *> 定員登録済フラグ
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-LOG-DETAIL       PIC X(80).

    *> システムロック (バッチ窓口の確認と利用登録)
    01 WS-LOCK-STATUS           PIC X(02) VALUE '00'.     *> TOUR-LOCK-FILEの状態キー
      88 WS-LOCK-STATUS-OK      VALUE '00'.
      88 WS-LOCK-NOT-FOUND      VALUE '35'.
    01 WS-LOCK-OWN-KEY          PIC X(29) VALUE SPACE.    *> 自分の利用登録キー


*> ***************************************************************************
*> * 手続き部
  DISPLAY 'TOUR-BOOK'.
  DISPLAY '-- PROGRAM START --'.

  PERFORM                     LOCK-SIGN-ON.

  IF      FLAG-LOCK-SIGNED-ON = FLAG-ON
          PERFORM              INIT
          PERFORM              MAIN-LOOP
                               UNTIL WS-EXIT-REQUESTED
          PERFORM              FINALIZE
          PERFORM              LOCK-SIGN-OFF
  END-IF.

  DISPLAY '-- PROGRAM EXIT   --'.
  STOP RUN.


*> ***************************************************************************
*> * 利用登録処理
*> * = 先に区分'U'のレコードを書いて利用登録し、その後で夜間運用が
*> *   バッチ窓口を保持していないかを確かめる。保持されていれば自分の
*> *   登録を消して起動しない (夜間運用は'B'を先に書いてから'U'を数える
*> *   ため、同時に起動してもどちらかが必ず相手の登録を見つける)
*> ***************************************************************************
LOCK-SIGN-ON.
  MOVE    FLAG-OFF TO FLAG-LOCK-SIGNED-ON.
  OPEN    I-O                   TOUR-LOCK-FILE.
  IF      WS-LOCK-NOT-FOUND
          OPEN    OUTPUT        TOUR-LOCK-FILE
          CLOSE                 TOUR-LOCK-FILE
          OPEN    I-O           TOUR-LOCK-FILE
  END-IF.

  IF      NOT WS-LOCK-STATUS-OK
          DISPLAY 'エラー: ロックファイルが開けません STATUS=' WS-LOCK-STATUS
          MOVE    8 TO RETURN-CODE
  ELSE
          PERFORM LOCK-REGISTER-SESSION
          IF      FLAG-LOCK-SIGNED-ON = FLAG-ON
                  PERFORM LOCK-CHECK-BATCH-WINDOW
          END-IF
          CLOSE                 TOUR-LOCK-FILE
  END-IF.


*> ***************************************************************************
*> * バッチ窓口確認処理
*> * = 利用登録の後でバッチ窓口'B'を読み、夜間運用中なら自分の利用登録を
*> *   削除して利用登録済フラグを落とす
*> ***************************************************************************
LOCK-CHECK-BATCH-WINDOW.
  MOVE    'B' TO LOCK-KIND.
  MOVE    'TOUR-NIGHT' TO LOCK-PROGRAM.
  MOVE    ZERO TO LOCK-SESSION-DATE LOCK-SESSION-TIME.
  READ    TOUR-LOCK-FILE
          INVALID KEY
          CONTINUE
          NOT INVALID KEY
          DISPLAY 'エラー: 夜間運用中のため起動できません'
          DISPLAY '        ' LOCK-PROGRAM ' ' LOCK-USER
                  ' ' LOCK-SINCE-DATE ' ' LOCK-SINCE-TIME ' から'
          DISPLAY '        夜間運用の終了後に再実行してください'
          MOVE    8 TO RETURN-CODE
          MOVE    FLAG-OFF TO FLAG-LOCK-SIGNED-ON
          MOVE    WS-LOCK-OWN-KEY TO LOCK-KEY
          DELETE  TOUR-LOCK-FILE RECORD
                  INVALID KEY CONTINUE
          END-DELETE
  END-READ.


*> ***************************************************************************
*> * 利用登録書き込み処理
*> * = 起動日時をセッションとしてキーに含め、同じプログラムの複数起動を
*> *   区別する
*> ***************************************************************************
LOCK-REGISTER-SESSION.
  MOVE    SPACE TO TOUR-LOCK-REC.
  MOVE    'U' TO LOCK-KIND.
  MOVE    'TOUR-BOOK' TO LOCK-PROGRAM.
  ACCEPT  LOCK-USER FROM ENVIRONMENT 'USER'.
  ACCEPT  LOCK-SINCE-DATE FROM DATE YYYYMMDD.
  ACCEPT  LOCK-SINCE-TIME FROM TIME.
  MOVE    LOCK-SINCE-DATE TO LOCK-SESSION-DATE.
  MOVE    LOCK-SINCE-TIME TO LOCK-SESSION-TIME.
  WRITE   TOUR-LOCK-REC
          INVALID KEY
          DISPLAY 'エラー: 利用登録できません。再実行してください'
          MOVE    8 TO RETURN-CODE
          NOT INVALID KEY
          MOVE    LOCK-KEY TO WS-LOCK-OWN-KEY
          MOVE    FLAG-ON TO FLAG-LOCK-SIGNED-ON
  END-WRITE.


*> ***************************************************************************
*> * 利用登録解除処理
*> * = 自分の利用登録を削除する (TOUR-LOCK で解除済みなら何もしない)
*> ***************************************************************************
LOCK-SIGN-OFF.
  OPEN    I-O                   TOUR-LOCK-FILE.
  IF      WS-LOCK-STATUS-OK
          MOVE    WS-LOCK-OWN-KEY TO LOCK-KEY
          DELETE  TOUR-LOCK-FILE RECORD
                  INVALID KEY CONTINUE
          END-DELETE
          CLOSE                 TOUR-LOCK-FILE
  ELSE
          DISPLAY '警告: ロックファイルが開けません STATUS=' WS-LOCK-STATUS
          DISPLAY '        利用登録は TOUR-LOCK で解除してください'
  END-IF.


*> ***************************************************************************
*> * 初期化処理
*> ***************************************************************************
                  ' (TOUR-CUSTで登録できます)'
  END-IF.

  *> 返金台帳が未作成(返金計算書の発行前)なら確認するものは無い
  OPEN    INPUT                 TOUR-REFUND-REG-FILE.
  IF      WS-REFUND-REG-STATUS-OK
          MOVE    FLAG-ON TO FLAG-REFUND-REG-OPENED
  ELSE
          IF      NOT WS-REFUND-REG-NOT-FOUND
                  DISPLAY '警告: 返金台帳が開けません STATUS='
                          WS-REFUND-REG-STATUS
                  DISPLAY '      返金計算書発行済の取消予約の変更チェックは'
                          '行われません'
          END-IF
  END-IF.

  *> 旅行者ファイルが未作成(旅行者の登録前)なら確認するものは無い
  OPEN    INPUT                 TOUR-TRAVELLER-FILE.
  IF      WS-TRAVELLER-STATUS-OK
          MOVE    FLAG-ON TO FLAG-TRAVELLER-OPENED
  ELSE
          IF      NOT WS-TRAVELLER-NOT-FOUND
                  DISPLAY '警告: 旅行者ファイルが開けません STATUS='
                          WS-TRAVELLER-STATUS
                  DISPLAY '      予約削除時の旅行者登録チェックは'
                          '行われません'
          END-IF
  END-IF.

  OPEN    OUTPUT                TOUR-BOOK-LOG.
  WRITE   TOUR-BOOK-LOG-RECORDS FROM PRINT-LOG-HEADER AFTER PAGE.

                  MOVE    FLAG-OFF TO WS-TOUR-EXISTS-FLAG
                  DISPLAY 'エラー: ツアーID ' WS-IN-TOUR-CODE
                          ' はマスタに存在しません'
                  NOT INVALID KEY
                  IF      IN-STATUS-COMPLETED
                          MOVE    FLAG-OFF TO WS-TOUR-EXISTS-FLAG
                          DISPLAY 'エラー: ツアー ' WS-IN-TOUR-CODE
                                  ' は催行完了のため変更できません'
                  END-IF
          END-READ
  END-IF.


*> ***************************************************************************
*> * 催行完了確認処理
*> * = 催行完了ツアーの予約は取消済のものも含めて変更させない
*> ***************************************************************************
CHECK-TOUR-CLOSED.
  MOVE    FLAG-OFF TO WS-TOUR-CLOSED-FLAG.
  IF      FLAG-MASTER-OPENED = FLAG-ON
          MOVE    WS-IN-TOUR-CODE TO IN-TOUR-CODE
          READ    TOUR-MASTER-FILE
                  INVALID KEY
                  CONTINUE
                  NOT INVALID KEY
                  IF      IN-STATUS-COMPLETED
                          MOVE    FLAG-ON TO WS-TOUR-CLOSED-FLAG
                          DISPLAY 'エラー: ツアー ' WS-IN-TOUR-CODE
                                  ' は催行完了のため変更できません'
                  END-IF
          END-READ
  END-IF.


*> ***************************************************************************
*> * 返金計算書発行確認処理
*> * = 取消済の予約が返金台帳に記録済(返金計算書を発行済)かを調べる
*> ***************************************************************************
CHECK-REFUND-ISSUED.
  MOVE    FLAG-OFF TO WS-REFUND-ISSUED-FLAG.
  IF      FLAG-REFUND-REG-OPENED = FLAG-ON AND WS-OLD-BOOK-STATUS = '1'
          MOVE    BK-KEY TO RREG-KEY
          READ    TOUR-REFUND-REG-FILE
                  INVALID KEY
                  CONTINUE
                  NOT INVALID KEY
                  MOVE    FLAG-ON TO WS-REFUND-ISSUED-FLAG
                  DISPLAY '警告: 返金計算書 ' RREG-CRN-NO ' を発行済のため、'
                          '状態と入金額は変更できません'
          END-READ
  END-IF.


*> ***************************************************************************
*> * 変更処理
*> * = 返金計算書を発行済の取消予約は、有効への戻しと入金額の変更を受け付けない
*> ***************************************************************************
CHANGE-BOOKING.
  DISPLAY 'ﾂｱｰID(5桁)を入力してください ==> ' WITH NO ADVANCING.
                   ' が見つかりません'.

  IF       WS-BOOKING-STATUS-OK
           PERFORM CHECK-TOUR-CLOSED
  END-IF.

  IF       WS-BOOKING-STATUS-OK AND NOT WS-TOUR-CLOSED
           MOVE BK-PARTY-NAME TO WS-OLD-PARTY-NAME
           MOVE BK-SEATS TO WS-OLD-SEATS
           MOVE BK-AMOUNT TO WS-OLD-AMOUNT
           MOVE BK-STATUS-CODE TO WS-OLD-BOOK-STATUS
           PERFORM CHECK-REFUND-ISSUED

           DISPLAY '予約者名(20桁)を入力してください ==> ' WITH NO ADVANCING
           ACCEPT WS-IN-PARTY-NAME
           ACCEPT WS-IN-BOOKING-DATE
           PERFORM ACCEPT-STATUS-CODE

           *> 返金計算書を発行済の取消予約は取消のまま・入金額もそのままとする
           MOVE FLAG-ON TO WS-REFUND-CHECK-FLAG
           IF   WS-REFUND-ISSUED
                IF      WS-IN-STATUS-CODE NOT = '1'
                        OR WS-IN-AMOUNT NOT = WS-OLD-AMOUNT
                        MOVE    FLAG-OFF TO WS-REFUND-CHECK-FLAG
                        DISPLAY 'エラー: 返金計算書を発行済の取消予約は'
                                '有効に戻すことも入金額を変えることもできません'
                END-IF
           END-IF

           *> 定員チェック (有効のまま残す場合のみ。自分の変更前席数は除く)
           MOVE FLAG-ON TO WS-CAPACITY-OK-FLAG
           IF   WS-IN-STATUS-CODE = '0' AND WS-REFUND-CHECK-OK
                PERFORM GET-TOUR-CAPACITY
                IF      WS-CAP-SET
                        PERFORM SUM-TOUR-SEATS
                END-IF
           END-IF

           IF   WS-CAPACITY-OK AND WS-REFUND-CHECK-OK
                *> 合計読みでレコード位置が変わっているため読み直す
                MOVE WS-IN-TOUR-CODE TO BK-TOUR-CODE
                MOVE WS-IN-BOOKING-NO TO BK-BOOKING-NO

*> ***************************************************************************
*> * 削除処理
*> * = 返金計算書を発行済の取消予約と、旅行者が登録されている予約は
*> *   削除しない (台帳・名簿から参照先が無くなるため)
*> ***************************************************************************
DELETE-BOOKING.
  DISPLAY 'ﾂｱｰID(5桁)を入力してください ==> ' WITH NO ADVANCING.
                   ' が見つかりません'.

  IF       WS-BOOKING-STATUS-OK
           PERFORM CHECK-TOUR-CLOSED
  END-IF.

  MOVE     FLAG-OFF TO WS-REFUND-ISSUED-FLAG.
  MOVE     FLAG-OFF TO WS-TRVL-EXISTS-FLAG.
  IF       WS-BOOKING-STATUS-OK AND NOT WS-TOUR-CLOSED
           MOVE    BK-STATUS-CODE TO WS-OLD-BOOK-STATUS
           PERFORM CHECK-REFUND-ISSUED
           IF      WS-REFUND-ISSUED
                   DISPLAY 'エラー: 予約 ' WS-IN-TOUR-CODE '-' WS-IN-BOOKING-NO
                           ' は返金台帳に記録済のため削除できません'
           ELSE
                   PERFORM CHECK-TRAVELLER-EXISTS
           END-IF
  END-IF.

  IF       WS-BOOKING-STATUS-OK AND NOT WS-TOUR-CLOSED
       AND NOT WS-REFUND-ISSUED AND NOT WS-TRVL-EXISTS
           DELETE TOUR-BOOKING-FILE
                  INVALID KEY
                  DISPLAY 'エラー: 削除に失敗しました'
  END-IF.


*> ***************************************************************************
*> * 旅行者登録確認処理
*> * = BK-KEYの予約に旅行者が1人でも登録されていればWS-TRVL-EXISTSを立てる
*> ***************************************************************************
CHECK-TRAVELLER-EXISTS.
  MOVE    FLAG-OFF TO WS-TRVL-EXISTS-FLAG.
  IF      FLAG-TRAVELLER-OPENED = FLAG-ON
          MOVE    BK-TOUR-CODE TO TRVL-TOUR-CODE
          MOVE    BK-BOOKING-NO TO TRVL-BOOKING-NO
          MOVE    ZERO TO TRVL-NO
          START   TOUR-TRAVELLER-FILE KEY >= TRVL-KEY
                  INVALID KEY
                  CONTINUE
                  NOT INVALID KEY
                  READ    TOUR-TRAVELLER-FILE NEXT
                          AT END
                          CONTINUE
                          NOT AT END
                          IF      TRVL-TOUR-CODE = BK-TOUR-CODE
                              AND TRVL-BOOKING-NO = BK-BOOKING-NO
                                  MOVE    FLAG-ON TO WS-TRVL-EXISTS-FLAG
                          END-IF
                  END-READ
          END-START
  END-IF.
  IF      WS-TRVL-EXISTS
          DISPLAY 'エラー: 予約 ' BK-TOUR-CODE '-' BK-BOOKING-NO
                  ' は旅行者が登録されているため削除できません'
          DISPLAY '        先に TOUR-TRVL で旅行者を削除してください'
  END-IF.


*> ***************************************************************************
*> * 顧客ID入力処理
*> * = 顧客マスタに存在しないIDが入力された場合は再入力を求める。

  IF       WS-BOOKING-STATUS-OK
           IF      NOT BK-STATUS-ACTIVE
                   IF      BK-STATUS-COMPLETED
                           DISPLAY 'エラー: 催行完了ツアーの予約は振替できません'
                   ELSE
                           DISPLAY 'エラー: 取消済みの予約は振替できません'
                   END-IF
           ELSE
                   MOVE    BK-PARTY-NAME TO WS-XFER-PARTY-NAME
                   MOVE    BK-SEATS TO WS-XFER-SEATS
  IF      FLAG-CUSTOMER-OPENED = FLAG-ON
          CLOSE   TOUR-CUSTOMER-FILE
  END-IF.
  IF      FLAG-REFUND-REG-OPENED = FLAG-ON
          CLOSE   TOUR-REFUND-REG-FILE
  END-IF.
  IF      FLAG-TRAVELLER-OPENED = FLAG-ON
          CLOSE   TOUR-TRAVELLER-FILE
  END-IF.
  CLOSE   TOUR-BOOKING-FILE TOUR-WAITLIST-FILE TOUR-BOOK-LOG TOUR-JOURNAL.

  *> 振替でマスタを書いた場合は引き渡し制御レコードを更新する
