*> TOUR-MAINT-REJECT.DAT へ書き出す。
*> 追加・変更・削除のたびに変更前後のレコード全体を
*> TOUR-JOURNAL.DAT (累積) へ記録する。照会・復元は TOUR-JRNL を使う。
*> 催行完了 (TOUR-CLOSE で状態2) のツアーは変更・削除を受け付けない。
*> 夜間運用 (TOUR-NIGHT) がバッチ窓口を保持している間は起動せず、
*> 起動中はシステムロック TOUR-LOCK.DAT に利用登録を残す。
*> ------------------------------------------------------- <*

*> ***************************************************************************
    SELECT TOUR-CONTROL-FILE    ASSIGN TO 'TOUR-CONTROL.DAT'    *> 制御     / マスタ引き渡し制御レコード
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-CONTROL-STATUS.
    SELECT TOUR-LOCK-FILE       ASSIGN TO 'TOUR-LOCK.DAT'       *> 排他     / システムロックファイル
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS LOCK-KEY
      FILE STATUS IS WS-LOCK-STATUS.


*> ***************************************************************************

    COPY TOURCTL.

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

      03 PRINT-BATCH-TEXT       PIC X(30).
      03 PRINT-BATCH-COUNT      PIC ZZ,ZZ9.

    *> システムロック (バッチ窓口の確認と利用登録)
    01 WS-LOCK-STATUS           PIC X(02) VALUE '00'.     *> TOUR-LOCK-FILEの状態キー
      88 WS-LOCK-STATUS-OK      VALUE '00'.
      88 WS-LOCK-NOT-FOUND      VALUE '35'.
    01 WS-LOCK-OWN-KEY          PIC X(29) VALUE SPACE.    *> 自分の利用登録キー


*> ***************************************************************************
*> * 手続き部
  DISPLAY 'TOUR-MAINT'.
  DISPLAY '-- PROGRAM START --'.

  PERFORM                     LOCK-SIGN-ON.

  IF      FLAG-LOCK-SIGNED-ON = FLAG-ON
          *> 実行モードの選択 (バッチはTOUR-TRANS.DATを無人適用する)
          DISPLAY '1.対話保守  2.バッチ保守(取引ファイル)'
          DISPLAY '実行モードを入力してください ==> ' WITH NO ADVANCING
          ACCEPT   WS-RUN-MODE

          PERFORM              INIT

          IF      WS-MODE-BATCH
                  PERFORM      BATCH-MAIN
          ELSE
                  PERFORM      MAIN-LOOP
                               UNTIL WS-EXIT-REQUESTED
          END-IF

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
  MOVE    'TOUR-MAINT' TO LOCK-PROGRAM.
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
           INVALID KEY
           DISPLAY 'エラー: ID ' WS-IN-TOUR-CODE ' が見つかりません'.

  IF       WS-STATUS-OK AND IN-STATUS-COMPLETED
           DISPLAY 'エラー: ID ' WS-IN-TOUR-CODE ' は催行完了のため変更できません'
  END-IF.

  IF       WS-STATUS-OK AND NOT IN-STATUS-COMPLETED
           MOVE TOUR-MASTER-REC TO WS-OLD-MASTER-REC
           MOVE IN-TOUR-NAME TO WS-OLD-TOUR-NAME
           MOVE IN-TOUR-EXPENSES TO WS-OLD-TOUR-EXPENSES
           INVALID KEY
           DISPLAY 'エラー: ID ' WS-IN-TOUR-CODE ' が見つかりません'.

  IF       WS-STATUS-OK AND IN-STATUS-COMPLETED
           DISPLAY 'エラー: ID ' WS-IN-TOUR-CODE ' は催行完了のため変更できません'
  END-IF.

  IF       WS-STATUS-OK AND NOT IN-STATUS-COMPLETED
           DELETE TOUR-MASTER-FILE
                  INVALID KEY
                  DISPLAY 'エラー: 削除に失敗しました'

*> ***************************************************************************
*> * バッチ変更処理
*> * = ID未登録・状態コード不正・催行完了は不受理リストへ
*> ***************************************************************************
BATCH-CHANGE.
  IF      TR-STATUS-CODE NOT = '0' AND TR-STATUS-CODE NOT = '1'
                  MOVE    'ID未登録' TO WS-BATCH-REASON
                  PERFORM WRITE-BATCH-REJECT
                  NOT INVALID KEY
                  IF      IN-STATUS-COMPLETED
                          MOVE    '催行完了(変更不可)' TO WS-BATCH-REASON
                          PERFORM WRITE-BATCH-REJECT
                  ELSE
                          PERFORM BATCH-CHANGE-APPLY
                  END-IF
          END-READ
  END-IF.


*> ***************************************************************************
*> * バッチ変更適用処理
*> ***************************************************************************
BATCH-CHANGE-APPLY.
  MOVE    TOUR-MASTER-REC TO WS-OLD-MASTER-REC.
  MOVE    IN-TOUR-NAME TO WS-OLD-TOUR-NAME.
  MOVE    IN-TOUR-EXPENSES TO WS-OLD-TOUR-EXPENSES.
  MOVE    IN-TOUR-MEMBERS TO WS-OLD-TOUR-MEMBERS.
  MOVE    IN-TOTAL-EXPENSES TO WS-OLD-TOTAL-EXPENSES.
  MOVE    IN-CONTRACT-DATE TO WS-OLD-CONTRACT-DATE.
  MOVE    IN-STATUS-CODE TO WS-OLD-STATUS-CODE.
  MOVE    TR-TOUR-NAME TO IN-TOUR-NAME.
  MOVE    TR-TOUR-EXPENSES TO IN-TOUR-EXPENSES.
  MOVE    TR-TOUR-MEMBERS TO IN-TOUR-MEMBERS.
  MOVE    TR-CONTRACT-DATE TO IN-CONTRACT-DATE.
  MOVE    TR-STATUS-CODE TO IN-STATUS-CODE.
  COMPUTE IN-TOTAL-EXPENSES = IN-TOUR-EXPENSES * IN-TOUR-MEMBERS.
  REWRITE TOUR-MASTER-REC
          INVALID KEY
          MOVE    '更新失敗' TO WS-BATCH-REASON
          PERFORM WRITE-BATCH-REJECT
          NOT INVALID KEY
          PERFORM LOG-CHANGE
          COMPUTE WS-TRANS-OK-COUNT = WS-TRANS-OK-COUNT + 1
  END-REWRITE.


*> ***************************************************************************
*> * バッチ削除処理
*> * = ID未登録・催行完了は不受理リストへ
*> ***************************************************************************
BATCH-DELETE.
  MOVE    TR-TOUR-CODE TO IN-TOUR-CODE.
          MOVE    'ID未登録' TO WS-BATCH-REASON
          PERFORM WRITE-BATCH-REJECT
          NOT INVALID KEY
          IF      IN-STATUS-COMPLETED
                  MOVE    '催行完了(変更不可)' TO WS-BATCH-REASON
                  PERFORM WRITE-BATCH-REJECT
          ELSE
                  DELETE  TOUR-MASTER-FILE
                          INVALID KEY
                          MOVE    '削除失敗' TO WS-BATCH-REASON
                          PERFORM WRITE-BATCH-REJECT
                          NOT INVALID KEY
                          PERFORM LOG-DELETE
                          COMPUTE WS-TRANS-OK-COUNT = WS-TRANS-OK-COUNT + 1
                  END-DELETE
          END-IF
  END-READ.


