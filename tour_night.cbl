*> $ cobc -x -free -g -debug -Wall -I copybooks tour_night.cbl; ./tour_night
*> 夜間運用の一括実行ドライバ。決められた順序
*>   1. TOUR-UNLOAD  2. TOUR-EDIT  3. 検証済マスタの複写
*>   4. REIDAI08     5. TOUR-RECON 6. TOUR-INTEG  7. TOUR-MONTHLY
*> で各ステップを起動し、ステップごとに開始・終了時刻と復帰コードを
*> ステップ台帳 TOUR-NIGHT-LOG.DAT へ追記する。
*> 復帰コード8以上で連鎖を打ち切り、失敗位置を TOUR-NIGHT-STATE.DAT へ
*> 記録する。次回実行時は失敗ステップからの再開を選べる。
*> REIDAI08 は当夜 TOUR-EDIT が正常終了していなければ起動しない。
*> TOUR-INTEG が重大な不整合を検出した場合は月次報告を作らずに止まる。
*> 開始時にシステムロック TOUR-LOCK.DAT のバッチ窓口を取得し、終了時に
*> 解放する。マスタ・予約を更新する対話プログラムが利用中の場合や、
*> 既にバッチ窓口が保持されている場合は開始しない (復帰コード8)。
*> 各プログラムは同一ディレクトリにビルド済みであること。
*> ------------------------------------------------------- <*

    SELECT TOUR-NIGHT-STATE     ASSIGN TO 'TOUR-NIGHT-STATE.DAT' *> 再開用 / 実行状態ファイル
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-STATE-STATUS.
    SELECT TOUR-LOCK-FILE       ASSIGN TO 'TOUR-LOCK.DAT'        *> 排他   / システムロックファイル
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS LOCK-KEY
      FILE STATUS IS WS-LOCK-STATUS.


*> ***************************************************************************
      03 STATE-LAST-OK-STEP     PIC 9(02).                *> 正常終了した最終ステップ
      03 STATE-FAILED-STEP      PIC 9(02).                *> 失敗ステップ(0:なし)

    *> システムロックファイル (区分+プログラム名+セッションをキーとした索引編成ファイル)
    FD TOUR-LOCK-FILE
      LABEL RECORD IS STANDARD.

    COPY TOURLOCK.

  *> 変数の定義
  WORKING-STORAGE SECTION.

    01 FLAG-OFF                 PIC 9(01) VALUE 0.        *> 定数 OFF
    01 FLAG-CHAIN-STOP          PIC 9(01) VALUE ZERO.     *> 連鎖打ち切りフラグ
    01 FLAG-STEP-FAILED         PIC 9(01) VALUE ZERO.     *> ステップ失敗フラグ
    01 FLAG-WINDOW-HELD         PIC 9(01) VALUE ZERO.     *> バッチ窓口取得済フラグ
    01 FLAG-LOCK-END            PIC 9(01) VALUE ZERO.     *> ロック読み込み終わりフラグ

    01 WS-NIGHT-LOG-STATUS      PIC X(02) VALUE '00'.     *> TOUR-NIGHT-LOGの状態キー
      88 WS-NIGHT-LOG-STATUS-OK VALUE '00'.
    01 WS-STATE-STATUS          PIC X(02) VALUE '00'.     *> TOUR-NIGHT-STATEの状態キー
      88 WS-STATE-STATUS-OK     VALUE '00'.
    01 WS-LOCK-STATUS           PIC X(02) VALUE '00'.     *> TOUR-LOCK-FILEの状態キー
      88 WS-LOCK-STATUS-OK      VALUE '00'.
      88 WS-LOCK-NOT-FOUND      VALUE '35'.
    01 WS-LOCK-ONLINE-COUNT     PIC 9(04) VALUE ZERO.     *> 利用中の対話更新数

    *> ステップ制御
    01 WS-STEP-MAX              PIC 9(02) VALUE 7.        *> ステップ数
    01 WS-STEP-NO               PIC 9(02) VALUE ZERO.     *> 実行中のステップ番号
    01 WS-START-STEP            PIC 9(02) VALUE 1.        *> 開始ステップ番号
    01 WS-STEP-NAME             PIC X(12) VALUE SPACE.    *> 実行中のステップ名
  DISPLAY 'TOUR-NIGHT'.
  DISPLAY '-- PROGRAM START --'.

  PERFORM                     ACQUIRE-BATCH-WINDOW.

  IF      FLAG-WINDOW-HELD = FLAG-ON
          PERFORM              INIT
          MOVE    WS-START-STEP TO WS-STEP-NO
          PERFORM              RUN-ONE-STEP
                               UNTIL WS-STEP-NO > WS-STEP-MAX
                               OR FLAG-CHAIN-STOP = FLAG-ON
          PERFORM              FINALIZE
          PERFORM              RELEASE-BATCH-WINDOW
  END-IF.

  DISPLAY '-- PROGRAM EXIT   --'.
  STOP RUN.


*> ***************************************************************************
*> * バッチ窓口取得処理
*> * = 先に区分'B'のレコードを書いてバッチ窓口を保持し (既にあれば
*> *   別の夜間運用が実行中か、異常終了したロックが残っている)、その後で
*> *   対話更新の利用登録を数える。1件でも残っていれば自分の'B'を消して
*> *   開始しない (対話プログラムは'U'を先に書いてから'B'を読むため、
*> *   同時に起動してもどちらかが必ず相手の登録を見つける)
*> ***************************************************************************
ACQUIRE-BATCH-WINDOW.
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
          MOVE    SPACE TO TOUR-LOCK-REC
          MOVE    'B' TO LOCK-KIND
          MOVE    'TOUR-NIGHT' TO LOCK-PROGRAM
          MOVE    ZERO TO LOCK-SESSION-DATE LOCK-SESSION-TIME
          ACCEPT  LOCK-USER FROM ENVIRONMENT 'USER'
          ACCEPT  LOCK-SINCE-DATE FROM DATE YYYYMMDD
          ACCEPT  LOCK-SINCE-TIME FROM TIME
          WRITE   TOUR-LOCK-REC
                  INVALID KEY
                  PERFORM REPORT-WINDOW-HELD
                  NOT INVALID KEY
                  PERFORM CHECK-ONLINE-SESSIONS
          END-WRITE
          CLOSE                 TOUR-LOCK-FILE
  END-IF.


*> ***************************************************************************
*> * 対話更新利用確認処理
*> * = バッチ窓口を書いた後で利用登録を数え、残っていればバッチ窓口を
*> *   削除して開始しない
*> ***************************************************************************
CHECK-ONLINE-SESSIONS.
  PERFORM LIST-ONLINE-SESSIONS.
  IF      WS-LOCK-ONLINE-COUNT > ZERO
          DISPLAY 'エラー: 更新中の対話プログラムが '
                  WS-LOCK-ONLINE-COUNT ' 件あるため開始しません'
          DISPLAY '        終了を待って再実行してください'
                  ' (異常終了で残った登録は TOUR-LOCK で解除)'
          MOVE    'B' TO LOCK-KIND
          MOVE    'TOUR-NIGHT' TO LOCK-PROGRAM
          MOVE    ZERO TO LOCK-SESSION-DATE LOCK-SESSION-TIME
          DELETE  TOUR-LOCK-FILE RECORD
                  INVALID KEY CONTINUE
          END-DELETE
          MOVE    8 TO RETURN-CODE
  ELSE
          MOVE    FLAG-ON TO FLAG-WINDOW-HELD
  END-IF.


*> ***************************************************************************
*> * 対話更新利用一覧処理
*> * = 区分'U'の利用登録を表示し、件数を数える
*> ***************************************************************************
LIST-ONLINE-SESSIONS.
  MOVE    ZERO TO WS-LOCK-ONLINE-COUNT.
  MOVE    FLAG-OFF TO FLAG-LOCK-END.
  MOVE    LOW-VALUE TO LOCK-KEY.
  MOVE    'U' TO LOCK-KIND.
  START   TOUR-LOCK-FILE KEY >= LOCK-KEY
          INVALID KEY MOVE FLAG-ON TO FLAG-LOCK-END
  END-START.
  IF      FLAG-LOCK-END NOT = FLAG-ON
          READ    TOUR-LOCK-FILE NEXT
                  AT END MOVE FLAG-ON TO FLAG-LOCK-END
          END-READ
  END-IF.
  PERFORM LIST-ONLINE-SESSIONS-LOOP
          UNTIL FLAG-LOCK-END = FLAG-ON.


*> ***************************************************************************
*> * 対話更新利用一覧繰り返し処理
*> ***************************************************************************
LIST-ONLINE-SESSIONS-LOOP.
  IF      NOT LOCK-KIND-ONLINE
          MOVE    FLAG-ON TO FLAG-LOCK-END
  ELSE
          COMPUTE WS-LOCK-ONLINE-COUNT = WS-LOCK-ONLINE-COUNT + 1
          DISPLAY '  利用中: ' LOCK-PROGRAM ' ' LOCK-USER
                  ' ' LOCK-SINCE-DATE ' ' LOCK-SINCE-TIME ' から'
          READ    TOUR-LOCK-FILE NEXT
                  AT END MOVE FLAG-ON TO FLAG-LOCK-END
          END-READ
  END-IF.


*> ***************************************************************************
*> * バッチ窓口保持中表示処理
*> ***************************************************************************
REPORT-WINDOW-HELD.
  READ    TOUR-LOCK-FILE
          INVALID KEY CONTINUE
  END-READ.
  DISPLAY 'エラー: バッチ窓口は既に保持されています'.
  DISPLAY '        ' LOCK-PROGRAM ' ' LOCK-USER
          ' ' LOCK-SINCE-DATE ' ' LOCK-SINCE-TIME ' から'.
  DISPLAY '        前回の夜間運用が異常終了した場合は TOUR-LOCK で解除してください'.
  MOVE    8 TO RETURN-CODE.


*> ***************************************************************************
*> * バッチ窓口解放処理
*> * = 連鎖を打ち切った場合も夜間運用としては終わっているため解放する
*> ***************************************************************************
RELEASE-BATCH-WINDOW.
  OPEN    I-O                   TOUR-LOCK-FILE.
  IF      WS-LOCK-STATUS-OK
          MOVE    'B' TO LOCK-KIND
          MOVE    'TOUR-NIGHT' TO LOCK-PROGRAM
          MOVE    ZERO TO LOCK-SESSION-DATE LOCK-SESSION-TIME
          DELETE  TOUR-LOCK-FILE RECORD
                  INVALID KEY
                  DISPLAY '警告: バッチ窓口のロックが既に解除されています'
          END-DELETE
          CLOSE                 TOUR-LOCK-FILE
  ELSE
          DISPLAY 'エラー: ロックファイルが開けません STATUS=' WS-LOCK-STATUS
          DISPLAY '        TOUR-LOCK でバッチ窓口を解除してください'
          MOVE    8 TO RETURN-CODE
  END-IF.


*> ***************************************************************************
*> * 初期化処理
*> * = 台帳のオープンと、前回失敗時の再開位置の決定
            MOVE    'TOUR-RECON' TO WS-STEP-NAME
            MOVE    './tour_recon' TO WS-STEP-COMMAND
    WHEN 6
            *> 重大な不整合(復帰コード8)があれば月次報告の前で止める
            MOVE    'TOUR-INTEG' TO WS-STEP-NAME
            MOVE    './tour_integ' TO WS-STEP-COMMAND
    WHEN 7
            MOVE    'TOUR-MONTHLY' TO WS-STEP-NAME
            MOVE    './tour_month' TO WS-STEP-COMMAND
  END-EVALUATE.
