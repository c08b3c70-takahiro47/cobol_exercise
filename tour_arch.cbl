*> の順に処理し、移動・保持の件数を TOUR-ARCH-LIST.DAT へ印刷する。
*> マスタを削除するため引き渡し制御レコードも再計算して書き戻す。
*> アーカイブファイルは7年保存 (保存自体は運用の管轄)。
*> 夜間運用 (TOUR-NIGHT) がバッチ窓口を保持している間は起動せず、
*> 起動中はシステムロック TOUR-LOCK.DAT に利用登録を残す。
*> ------------------------------------------------------- <*

*> ***************************************************************************
      FILE STATUS IS WS-CONTROL-STATUS.
    SELECT TOUR-ARCH-LIST       ASSIGN TO 'TOUR-ARCH-LIST.DAT'   *> SYSPRINT / アーカイブ結果リスト
      ORGANIZATION IS LINE SEQUENTIAL.
    SELECT TOUR-LOCK-FILE       ASSIGN TO 'TOUR-LOCK.DAT'       *> 排他     / システムロックファイル
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS LOCK-KEY
      FILE STATUS IS WS-LOCK-STATUS.


*> ***************************************************************************

    01 TOUR-ARCH-LIST-RECORDS   PIC X(132).

    *> システムロックファイル (区分+プログラム名+セッションをキーとした索引編成ファイル)
    FD TOUR-LOCK-FILE
      LABEL RECORD IS STANDARD.

    COPY TOURLOCK.

  *> 変数の定義
  WORKING-STORAGE SECTION.

    01 FLAG-SUB-END             PIC 9(01) VALUE ZERO.     *> 従ファイルEODフラグ
    01 FLAG-ON                  PIC 9(01) VALUE 1.        *> 定数 ON
    01 FLAG-OFF                 PIC 9(01) VALUE 0.        *> 定数 OFF
    01 FLAG-LOCK-SIGNED-ON      PIC 9(01) VALUE ZERO.     *> 利用登録済フラグ

    01 WS-MASTER-STATUS         PIC X(02) VALUE '00'.     *> TOUR-MASTER-FILEの状態キー
      88 WS-MASTER-STATUS-OK    VALUE '00'.
      03 FILLER                 PIC X(09) VALUE '  保持='.
      03 PRINT-ARCH-KEPT        PIC Z,ZZZ,ZZ9.

    *> システムロック (バッチ窓口の確認と利用登録)
    01 WS-LOCK-STATUS           PIC X(02) VALUE '00'.     *> TOUR-LOCK-FILEの状態キー
      88 WS-LOCK-STATUS-OK      VALUE '00'.
      88 WS-LOCK-NOT-FOUND      VALUE '35'.
    01 WS-LOCK-OWN-KEY          PIC X(29) VALUE SPACE.    *> 自分の利用登録キー


*> ***************************************************************************
*> * 手続き部
  DISPLAY 'TOUR-ARCH'.
  DISPLAY '-- PROGRAM START --'.

  PERFORM                     LOCK-SIGN-ON.

  IF      FLAG-LOCK-SIGNED-ON = FLAG-ON
          PERFORM              INIT
          IF      FLAG-FILE-END NOT = FLAG-ON
                  PERFORM      BUILD-BASELINE
                  PERFORM      ARCHIVE-MASTERS
                  PERFORM      PURGE-JOURNAL
                  PERFORM      PURGE-AUDIT-LOG
                  PERFORM      WRITE-CONTROL-RECORD
                  PERFORM      WRITE-ARCHIVE-REPORT
          END-IF
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
  MOVE    'TOUR-ARCH' TO LOCK-PROGRAM.
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
*> * = 基準日の入力とアーカイブファイル名の組み立て
