*> ------------------------------------------------------- <*
*> Run as:
*> $ cobc -x -free -g -debug -Wall -I copybooks tour_close.cbl; ./tour_close
*> 帰着日を過ぎたツアーの催行締め。
*> ツアーIDを指定すると1件、空白なら有効ツアー全件を対象に、
*> 帰着日経過・売掛残の回収済(TOUR-AR.DAT)・待機中のキャンセル待ちなし・
*> 入金のある取消予約の返金計算書発行済(TOUR-REFUND-REG.DAT)を確認し、
*> 全て満たすツアーのマスタと有効予約を状態2(催行完了)にする。
*> 取消予約は状態1のまま残す。マスタの変更前後は TOUR-JOURNAL.DAT へ記録する。
*> 締めたツアーごとに1ページの催行精算書を TOUR-SETTLE.DAT へ、
*> 対象ツアーごとの結果(締め済/対象外の理由)を TOUR-CLOSE-LIST.DAT へ印刷する。
*> 実行モード2(確認のみ)ではファイルを更新せずに判定と精算書だけを出す。
*> 締めなかったツアーがあれば復帰コード4で終わる。
*> 催行完了のツアーは TOUR-BOOK / TOUR-MAINT / TOUR-SUSP / TOUR-REFUND で更新できない。
*> 夜間運用 (TOUR-NIGHT) がバッチ窓口を保持している間は起動せず、
*> 起動中はシステムロック TOUR-LOCK.DAT に利用登録を残す。
*> ------------------------------------------------------- <*

*> ***************************************************************************
*> * 見出し部
*> ***************************************************************************
IDENTIFICATION DIVISION.
  PROGRAM-ID. TOUR-CLOSE.


*> ***************************************************************************
*> * 環境部
*> ***************************************************************************
ENVIRONMENT DIVISION.

  INPUT-OUTPUT SECTION.
  FILE-CONTROL.
    SELECT TOUR-MASTER-FILE     ASSIGN TO 'TOUR-MASTER.DAT'     *> I-O      / ツアーマスタファイル
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS IN-TOUR-CODE
      FILE STATUS IS WS-MASTER-STATUS.
    SELECT TOUR-BOOKING-FILE    ASSIGN TO 'TOUR-BOOKING.DAT'    *> I-O      / 予約明細ファイル
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS BK-KEY
      FILE STATUS IS WS-BOOKING-STATUS.
    SELECT TOUR-SCHEDULE-FILE   ASSIGN TO 'TOUR-SCHEDULE.DAT'   *> INFILE   / スケジュールファイル
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS SCHD-TOUR-CODE
      FILE STATUS IS WS-SCHEDULE-STATUS.
    SELECT TOUR-WAITLIST-FILE   ASSIGN TO 'TOUR-WAITLIST.DAT'   *> INFILE   / キャンセル待ちファイル
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS WAIT-KEY
      FILE STATUS IS WS-WAITLIST-STATUS.
    SELECT TOUR-REFUND-REG-FILE ASSIGN TO 'TOUR-REFUND-REG.DAT' *> INFILE   / 返金台帳
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS RREG-KEY
      FILE STATUS IS WS-REFUND-REG-STATUS.
    SELECT TOUR-AR-FILE         ASSIGN TO 'TOUR-AR.DAT'         *> INFILE   / 売掛残ファイル
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-AR-STATUS.
    SELECT TOUR-JOURNAL         ASSIGN TO 'TOUR-JOURNAL.DAT'    *> 変更履歴 / ジャーナル(累積)
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-JOURNAL-STATUS.
    SELECT TOUR-SETTLE-LIST     ASSIGN TO 'TOUR-SETTLE.DAT'     *> SYSPRINT / 催行精算書
      ORGANIZATION IS LINE SEQUENTIAL.
    SELECT TOUR-CLOSE-LIST      ASSIGN TO 'TOUR-CLOSE-LIST.DAT' *> SYSPRINT / 催行締め結果リスト
      ORGANIZATION IS LINE SEQUENTIAL.
    SELECT TOUR-LOCK-FILE       ASSIGN TO 'TOUR-LOCK.DAT'       *> 排他     / システムロックファイル
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS LOCK-KEY
      FILE STATUS IS WS-LOCK-STATUS.


*> ***************************************************************************
*> * データ部
*> ***************************************************************************
DATA DIVISION.

  *> ファイルの定義
  FILE SECTION.

    *> ツアーマスタファイル (IN-TOUR-CODEをキーとした索引編成ファイル)
    FD TOUR-MASTER-FILE
      LABEL RECORD IS STANDARD.

    COPY TOURMAST.

    *> 予約明細ファイル (ツアーID+予約番号をキーとした索引編成ファイル)
    FD TOUR-BOOKING-FILE
      LABEL RECORD IS STANDARD.

    COPY TOURBOOK.

    *> スケジュールファイル (SCHD-TOUR-CODEをキーとした索引編成ファイル)
    FD TOUR-SCHEDULE-FILE
      LABEL RECORD IS STANDARD.

    COPY TOURSCHD.

    *> キャンセル待ちファイル (ツアーID+受付順をキーとした索引編成ファイル)
    FD TOUR-WAITLIST-FILE
      LABEL RECORD IS STANDARD.

    COPY TOURWAIT.

    *> 返金台帳 (ツアーID+予約番号をキーとした索引編成ファイル)
    FD TOUR-REFUND-REG-FILE
      LABEL RECORD IS STANDARD.

    COPY TOURRREG.

    *> 売掛残ファイル (TOUR-CASH が消込のたびに書き直す)
    FD TOUR-AR-FILE
      LABEL RECORD IS OMITTED.

    COPY TOURAR.

    *> ジャーナル (マスタ変更前後のレコード全体を累積記録)
    FD TOUR-JOURNAL
      LABEL RECORD IS OMITTED.

    COPY TOURJRNL.

    *> 催行精算書
    FD TOUR-SETTLE-LIST
      LABEL RECORD IS OMITTED.

    01 TOUR-SETTLE-RECORDS      PIC X(100).

    *> 催行締め結果リスト
    FD TOUR-CLOSE-LIST
      LABEL RECORD IS OMITTED.

    01 TOUR-CLOSE-RECORDS       PIC X(120).

    *> システムロックファイル (区分+プログラム名+セッションをキーとした索引編成ファイル)
    FD TOUR-LOCK-FILE
      LABEL RECORD IS STANDARD.

    COPY TOURLOCK.

  *> 変数の定義
  WORKING-STORAGE SECTION.

    *> 一時利用
    01 FLAG-FILE-END            PIC 9(01) VALUE ZERO.     *> EODフラグ
    01 FLAG-ON                  PIC 9(01) VALUE 1.        *> 定数 ON
    01 FLAG-OFF                 PIC 9(01) VALUE 0.        *> 定数 OFF
    01 FLAG-AR-END              PIC 9(01) VALUE ZERO.     *> 売掛残EODフラグ
    01 FLAG-BOOKING-END         PIC 9(01) VALUE ZERO.     *> 予約明細(当該ツアー)終了フラグ
    01 FLAG-WAIT-END            PIC 9(01) VALUE ZERO.     *> キャンセル待ち(当該ツアー)終了フラグ
    01 FLAG-REG-END             PIC 9(01) VALUE ZERO.     *> 返金台帳(当該ツアー)終了フラグ
    01 FLAG-FILES-OPENED        PIC 9(01) VALUE ZERO.     *> 更新対象ファイルオープン済フラグ
    01 FLAG-WAITLIST-OPENED     PIC 9(01) VALUE ZERO.     *> キャンセル待ちオープン済フラグ
    01 FLAG-REG-OPENED          PIC 9(01) VALUE ZERO.     *> 返金台帳オープン済フラグ
    01 FLAG-JOURNAL-OPENED      PIC 9(01) VALUE ZERO.     *> ジャーナルオープン済フラグ
    01 FLAG-LOCK-SIGNED-ON      PIC 9(01) VALUE ZERO.     *> 利用登録済フラグ

    01 WS-MASTER-STATUS         PIC X(02) VALUE '00'.     *> TOUR-MASTER-FILEの状態キー
      88 WS-MASTER-STATUS-OK    VALUE '00'.
    01 WS-BOOKING-STATUS        PIC X(02) VALUE '00'.     *> TOUR-BOOKING-FILEの状態キー
      88 WS-BOOKING-STATUS-OK   VALUE '00'.
    01 WS-SCHEDULE-STATUS       PIC X(02) VALUE '00'.     *> TOUR-SCHEDULE-FILEの状態キー
      88 WS-SCHEDULE-STATUS-OK  VALUE '00'.
    01 WS-WAITLIST-STATUS       PIC X(02) VALUE '00'.     *> TOUR-WAITLIST-FILEの状態キー
      88 WS-WAITLIST-STATUS-OK  VALUE '00'.
      88 WS-WAITLIST-NOT-FOUND  VALUE '35'.
    01 WS-REFUND-REG-STATUS     PIC X(02) VALUE '00'.     *> TOUR-REFUND-REG-FILEの状態キー
      88 WS-REFUND-REG-STATUS-OK VALUE '00'.
      88 WS-REFUND-REG-NOT-FOUND VALUE '35'.
    01 WS-AR-STATUS             PIC X(02) VALUE '00'.     *> TOUR-AR-FILEの状態キー
      88 WS-AR-STATUS-OK        VALUE '00'.
    01 WS-JOURNAL-STATUS        PIC X(02) VALUE '00'.     *> TOUR-JOURNALの状態キー
      88 WS-JOURNAL-STATUS-OK   VALUE '00'.
    01 WS-LOCK-STATUS           PIC X(02) VALUE '00'.     *> TOUR-LOCK-FILEの状態キー
      88 WS-LOCK-STATUS-OK      VALUE '00'.
      88 WS-LOCK-NOT-FOUND      VALUE '35'.
    01 WS-LOCK-OWN-KEY          PIC X(29) VALUE SPACE.    *> 自分の利用登録キー

    *> 実行条件
    01 WS-RUN-MODE              PIC 9(01) VALUE ZERO.     *> 実行モード
      88 WS-MODE-CLOSE          VALUE 1.                  *> 締め実行
      88 WS-MODE-CHECK          VALUE 2.                  *> 確認のみ(更新しない)
    01 WS-IN-TOUR-CODE          PIC X(05) VALUE SPACE.    *> 指定ツアーID(空白:全件)
    01 WS-RUN-DATE              PIC 9(08) VALUE ZERO.     *> 実行日(YYYYMMDD)
    01 WS-JRNL-DATE             PIC 9(08) VALUE ZERO.     *> 記録日(YYYYMMDD)
    01 WS-JRNL-TIME             PIC 9(08) VALUE ZERO.     *> 記録時刻(HHMMSSff)
    01 WS-OLD-MASTER-REC        PIC X(46) VALUE SPACE.    *> 変更前マスタ(ジャーナル用)

    *> 売掛残テーブル (TOUR-AR.DAT 全件を読み込む)
    01 WS-AR-TABLE-COUNT        PIC 9(04) VALUE ZERO.     *> 登録数
    01 WS-AR-TABLE-MAX          PIC 9(04) VALUE 1000.     *> 登録数上限
    01 WS-AR-TABLE.
      03 WS-AR-ENTRY            OCCURS 1000 TIMES.
        05 WS-AR-CODE           PIC X(05).                *> ツアーID
        05 WS-AR-INVOICE        PIC 9(12).                *> 請求額(税込)
        05 WS-AR-RECEIVED       PIC 9(12).                *> 入金額合計
        05 WS-AR-BALANCE        PIC 9(12).                *> 未回収残高
        05 WS-AR-OVER           PIC 9(12).                *> 過入金額
        05 WS-AR-STATE          PIC X(01).                *> 回収状態
    01 WS-AR-IDX                PIC 9(04) VALUE ZERO.     *> テーブル検索用添字

    *> ツアー1件の判定結果
    01 WS-CLOSE-REASON          PIC X(60) VALUE SPACE.    *> 対象外の理由(空白:締め可)
    01 WS-DEPART-DATE           PIC 9(08) VALUE ZERO.     *> 出発日
    01 WS-RETURN-DATE           PIC 9(08) VALUE ZERO.     *> 帰着日
    01 WS-WAITING-COUNT         PIC 9(04) VALUE ZERO.     *> 待機中のキャンセル待ち件数
    01 WS-UNISSUED-COUNT        PIC 9(04) VALUE ZERO.     *> 計算書未発行の取消予約件数
    01 WS-FINAL-BOOKINGS        PIC 9(04) VALUE ZERO.     *> 確定予約件数
    01 WS-FINAL-SEATS           PIC 9(06) VALUE ZERO.     *> 確定参加人数
    01 WS-CANCEL-BOOKINGS       PIC 9(04) VALUE ZERO.     *> 取消予約件数
    01 WS-CLOSED-BOOKINGS       PIC 9(04) VALUE ZERO.     *> 状態2にした予約件数
    01 WS-TOUR-FEES             PIC 9(12) VALUE ZERO.     *> 取消料合計(返金台帳)
    01 WS-TOUR-REFUNDS          PIC 9(12) VALUE ZERO.     *> 返金額合計(返金台帳)
    01 WS-TOUR-REFUND-OPEN      PIC 9(12) VALUE ZERO.     *> うち未払返金(未払・依頼済)

    *> 件数
    01 WS-TARGET-COUNT          PIC 9(05) VALUE ZERO.     *> 対象ツアー件数
    01 WS-CLOSED-COUNT          PIC 9(05) VALUE ZERO.     *> 締めたツアー件数
    01 WS-REJECT-COUNT          PIC 9(05) VALUE ZERO.     *> 対象外ツアー件数
    01 WS-BOOKING-TOTAL         PIC 9(06) VALUE ZERO.     *> 状態2にした予約件数合計

    *> 催行精算書出力域
    01 PRINT-SETTLE-TITLE.
      03 FILLER                 PIC X(20) VALUE SPACE.
      03 FILLER                 PIC X(26) VALUE '*** 催行精算書 ***'.

    01 PRINT-SETTLE-HEAD.
      03 FILLER                 PIC X(13) VALUE 'ﾂｱｰID: '.
      03 PRINT-SETTLE-CODE      PIC X(05).
      03 FILLER                 PIC X(04) VALUE SPACE.
      03 FILLER                 PIC X(14) VALUE 'ﾂｱｰ名: '.
      03 PRINT-SETTLE-NAME      PIC X(10).
      03 FILLER                 PIC X(04) VALUE SPACE.
      03 FILLER                 PIC X(11) VALUE '締日: '.
      03 PRINT-SETTLE-RUN-DATE  PIC 9(08).

    01 PRINT-SETTLE-DATES.
      03 FILLER                 PIC X(11) VALUE '出発日: '.
      03 PRINT-SETTLE-DEPART    PIC 9(08).
      03 FILLER                 PIC X(04) VALUE SPACE.
      03 FILLER                 PIC X(11) VALUE '帰着日: '.
      03 PRINT-SETTLE-RETURN    PIC 9(08).

    01 PRINT-SETTLE-COUNT.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-SETTLE-COUNT-TEXT PIC X(33).
      03 PRINT-SETTLE-COUNT-NUM PIC ZZZ,ZZ9.

    01 PRINT-SETTLE-AMOUNT.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-SETTLE-AMT-TEXT  PIC X(33).
      03 PRINT-SETTLE-AMT-NUM   PIC ZZZ,ZZZ,ZZZ,ZZ9.

    01 PRINT-SETTLE-RULE        PIC X(60) VALUE ALL '-'.

    *> 催行締め結果リスト出力域
    01 PRINT-CLOSE-HEADER.
      03 FILLER                 PIC X(38) VALUE '*** 催行締め結果リスト ***'.
      03 FILLER                 PIC X(04) VALUE SPACE.
      03 FILLER                 PIC X(11) VALUE '締日: '.
      03 PRINT-CLOSE-RUN-DATE   PIC 9(08).
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-CLOSE-MODE       PIC X(24).

    01 PRINT-CLOSE-COLUMNS.
      03 FILLER                 PIC X(07) VALUE 'ID'.
      03 FILLER                 PIC X(12) VALUE 'ﾂｱｰ名'.
      03 FILLER                 PIC X(10) VALUE '帰着日'.
      03 FILLER                 PIC X(06) VALUE '予約'.
      03 FILLER                 PIC X(06) VALUE '結果'.

    01 PRINT-CLOSE-LINE.
      03 PRINT-CLOSE-CODE       PIC X(05).
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-CLOSE-NAME       PIC X(10).
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-CLOSE-RETURN     PIC 9(08).
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-CLOSE-BOOKINGS   PIC ZZZ9.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-CLOSE-RESULT     PIC X(72).

    01 PRINT-CLOSE-SUMMARY.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-CLOSE-SUM-TEXT   PIC X(30).
      03 PRINT-CLOSE-SUM-COUNT  PIC ZZZ,ZZ9.


*> ***************************************************************************
*> * 手続き部
*> ***************************************************************************
PROCEDURE DIVISION.

*> 基本処理
BASE.
  DISPLAY 'TOUR-CLOSE'.
  DISPLAY '-- PROGRAM START --'.

  PERFORM                     LOCK-SIGN-ON.

  IF      FLAG-LOCK-SIGNED-ON = FLAG-ON
          PERFORM              INIT

          IF      FLAG-FILES-OPENED = FLAG-ON
                  IF      WS-IN-TOUR-CODE = SPACE
                          PERFORM      MAIN-LOOP
                                       UNTIL FLAG-FILE-END = FLAG-ON
                  ELSE
                          PERFORM      CLOSE-ONE-REQUESTED
                  END-IF
                  PERFORM      WRITE-CLOSE-SUMMARY
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
  MOVE    'TOUR-CLOSE' TO LOCK-PROGRAM.
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
*> * 実行モード入力処理
*> * = 締め実行は取り消せない更新のため、1か2以外は受け付けずに再入力を求める
*> ***************************************************************************
ACCEPT-RUN-MODE.
  MOVE    ZERO TO WS-RUN-MODE.
  PERFORM UNTIL WS-MODE-CLOSE OR WS-MODE-CHECK
          DISPLAY '1.締め実行  2.確認のみ(更新しない)'
          DISPLAY '実行モードを入力してください ==> ' WITH NO ADVANCING
          ACCEPT  WS-RUN-MODE
          IF      NOT WS-MODE-CLOSE AND NOT WS-MODE-CHECK
                  DISPLAY '実行モードは1または2を入力してください'
          END-IF
  END-PERFORM.


*> ***************************************************************************
*> * 初期化処理
*> * = 実行条件を受け付け、売掛残をテーブルへ読み込んでからファイルを開く。
*> *   マスタ・予約明細・スケジュール・売掛残のどれかが無ければ
*> *   締めの判定ができないため異常終了する
*> ***************************************************************************
INIT.
  ACCEPT  WS-RUN-DATE FROM DATE YYYYMMDD.

  PERFORM ACCEPT-RUN-MODE.

  DISPLAY 'ツアーIDを入力してください(空白:帰着済の有効ツアー全件) ==> '
          WITH NO ADVANCING.
  ACCEPT  WS-IN-TOUR-CODE.

  PERFORM LOAD-AR-TABLE.
  IF      RETURN-CODE < 8
          PERFORM OPEN-CLOSE-FILES
  END-IF.

  IF      FLAG-FILES-OPENED = FLAG-ON
          OPEN    OUTPUT        TOUR-SETTLE-LIST
          OPEN    OUTPUT        TOUR-CLOSE-LIST
          MOVE    WS-RUN-DATE TO PRINT-CLOSE-RUN-DATE
          IF      WS-MODE-CHECK
                  MOVE    '(確認のみ・未更新)' TO PRINT-CLOSE-MODE
          ELSE
                  MOVE    SPACE TO PRINT-CLOSE-MODE
          END-IF
          WRITE   TOUR-CLOSE-RECORDS FROM PRINT-CLOSE-HEADER AFTER PAGE
          WRITE   TOUR-CLOSE-RECORDS FROM PRINT-CLOSE-COLUMNS AFTER 2

          *> 全件対象のときはマスタを先頭から順に読む
          IF      WS-IN-TOUR-CODE = SPACE
                  READ    TOUR-MASTER-FILE NEXT
                          AT END MOVE FLAG-ON TO FLAG-FILE-END
                  END-READ
          END-IF
  END-IF.


*> ***************************************************************************
*> * 売掛残読み込み処理
*> * = TOUR-CASH が最後に書いた売掛残を全件テーブルへ読み込む
*> ***************************************************************************
LOAD-AR-TABLE.
  MOVE    ZERO TO WS-AR-TABLE-COUNT.
  MOVE    FLAG-OFF TO FLAG-AR-END.

  OPEN    INPUT                 TOUR-AR-FILE.
  IF      NOT WS-AR-STATUS-OK
          DISPLAY 'エラー: 売掛残ファイルが開けません STATUS=' WS-AR-STATUS
          DISPLAY '        TOUR-CASH の消込を先に実行してください'
          MOVE    8 TO RETURN-CODE
  ELSE
          READ    TOUR-AR-FILE
                  AT END MOVE FLAG-ON TO FLAG-AR-END
          END-READ
          PERFORM LOAD-AR-TABLE-LOOP
                  UNTIL FLAG-AR-END = FLAG-ON
          CLOSE   TOUR-AR-FILE
  END-IF.


*> ***************************************************************************
*> * 売掛残読み込み繰り返し処理
*> ***************************************************************************
LOAD-AR-TABLE-LOOP.
  IF      WS-AR-TABLE-COUNT < WS-AR-TABLE-MAX
          COMPUTE WS-AR-TABLE-COUNT = WS-AR-TABLE-COUNT + 1
          MOVE    AR-TOUR-CODE TO WS-AR-CODE(WS-AR-TABLE-COUNT)
          MOVE    AR-INVOICE-AMOUNT TO WS-AR-INVOICE(WS-AR-TABLE-COUNT)
          MOVE    AR-RECEIVED-AMOUNT TO WS-AR-RECEIVED(WS-AR-TABLE-COUNT)
          MOVE    AR-BALANCE-DUE TO WS-AR-BALANCE(WS-AR-TABLE-COUNT)
          MOVE    AR-OVER-AMOUNT TO WS-AR-OVER(WS-AR-TABLE-COUNT)
          MOVE    AR-STATUS-CODE TO WS-AR-STATE(WS-AR-TABLE-COUNT)
  ELSE
          DISPLAY '警告: 売掛残テーブルが上限(' WS-AR-TABLE-MAX
                  ')に達したため ツアー ' AR-TOUR-CODE
                  ' は売掛残なしとして扱います'
  END-IF.

  READ    TOUR-AR-FILE
          AT END MOVE FLAG-ON TO FLAG-AR-END.


*> ***************************************************************************
*> * ファイルオープン処理
*> * = 確認のみのときはマスタ・予約明細も入力で開き、ジャーナルは開かない。
*> *   キャンセル待ち・返金台帳が未作成なら該当なしとして扱う
*> ***************************************************************************
OPEN-CLOSE-FILES.
  IF      WS-MODE-CHECK
          OPEN    INPUT         TOUR-MASTER-FILE
  ELSE
          OPEN    I-O           TOUR-MASTER-FILE
  END-IF.
  IF      NOT WS-MASTER-STATUS-OK
          DISPLAY 'エラー: マスタが開けません STATUS=' WS-MASTER-STATUS
          MOVE    8 TO RETURN-CODE
  ELSE
          IF      WS-MODE-CHECK
                  OPEN    INPUT TOUR-BOOKING-FILE
          ELSE
                  OPEN    I-O   TOUR-BOOKING-FILE
          END-IF
          IF      NOT WS-BOOKING-STATUS-OK
                  DISPLAY 'エラー: 予約明細が開けません STATUS=' WS-BOOKING-STATUS
                  MOVE    8 TO RETURN-CODE
                  CLOSE   TOUR-MASTER-FILE
          ELSE
                  OPEN    INPUT TOUR-SCHEDULE-FILE
                  IF      NOT WS-SCHEDULE-STATUS-OK
                          DISPLAY 'エラー: スケジュールが開けません STATUS='
                                  WS-SCHEDULE-STATUS
                          MOVE    8 TO RETURN-CODE
                          CLOSE   TOUR-MASTER-FILE TOUR-BOOKING-FILE
                  ELSE
                          MOVE    FLAG-ON TO FLAG-FILES-OPENED
                  END-IF
          END-IF
  END-IF.

  IF      FLAG-FILES-OPENED = FLAG-ON
          OPEN    INPUT         TOUR-WAITLIST-FILE
          EVALUATE TRUE
            WHEN    WS-WAITLIST-STATUS-OK
                    MOVE    FLAG-ON TO FLAG-WAITLIST-OPENED
            WHEN    WS-WAITLIST-NOT-FOUND
                    CONTINUE
            WHEN    OTHER
                    DISPLAY 'エラー: キャンセル待ちが開けません STATUS='
                            WS-WAITLIST-STATUS
                    MOVE    8 TO RETURN-CODE
          END-EVALUATE

          OPEN    INPUT         TOUR-REFUND-REG-FILE
          EVALUATE TRUE
            WHEN    WS-REFUND-REG-STATUS-OK
                    MOVE    FLAG-ON TO FLAG-REG-OPENED
            WHEN    WS-REFUND-REG-NOT-FOUND
                    CONTINUE
            WHEN    OTHER
                    DISPLAY 'エラー: 返金台帳が開けません STATUS='
                            WS-REFUND-REG-STATUS
                    MOVE    8 TO RETURN-CODE
          END-EVALUATE

          IF      WS-MODE-CLOSE
                  *> ジャーナルは累積記録のため追記で開く (初回実行時は新規作成)
                  OPEN    EXTEND        TOUR-JOURNAL
                  IF      NOT WS-JOURNAL-STATUS-OK
                          OPEN    OUTPUT        TOUR-JOURNAL
                  END-IF
                  MOVE    FLAG-ON TO FLAG-JOURNAL-OPENED
          END-IF

          *> 参照ファイルが読めないまま締めると判定を誤るため中止する
          IF      RETURN-CODE >= 8
                  PERFORM CLOSE-ALL-FILES
                  MOVE    FLAG-OFF TO FLAG-FILES-OPENED
          END-IF
  END-IF.


*> ***************************************************************************
*> * メイン繰り返し処理 (全件)
*> * = 有効ツアーだけを判定する。取消・催行完了のツアーは数えない
*> ***************************************************************************
MAIN-LOOP.
  IF      IN-STATUS-ACTIVE
          PERFORM              CLOSE-ONE-TOUR
  END-IF.

  READ    TOUR-MASTER-FILE NEXT
          AT END MOVE FLAG-ON TO FLAG-FILE-END.


*> ***************************************************************************
*> * 指定ツアー締め処理
*> * = 指定された1件を読み、有効ツアーなら判定する
*> ***************************************************************************
CLOSE-ONE-REQUESTED.
  MOVE    WS-IN-TOUR-CODE TO IN-TOUR-CODE.
  READ    TOUR-MASTER-FILE
          INVALID KEY
          DISPLAY 'エラー: ID ' WS-IN-TOUR-CODE ' が見つかりません'
          MOVE    4 TO RETURN-CODE
          NOT INVALID KEY
          EVALUATE TRUE
            WHEN    IN-STATUS-ACTIVE
                    PERFORM CLOSE-ONE-TOUR
            WHEN    IN-STATUS-COMPLETED
                    DISPLAY '警告: ID ' WS-IN-TOUR-CODE ' は締め済(催行完了)です'
                    MOVE    4 TO RETURN-CODE
            WHEN    OTHER
                    DISPLAY 'エラー: ID ' WS-IN-TOUR-CODE
                            ' は有効契約ではありません'
                    MOVE    4 TO RETURN-CODE
          END-EVALUATE
  END-READ.


*> ***************************************************************************
*> * ツアー1件締め処理
*> * = 締めの条件を確認し、満たせばマスタと有効予約を催行完了にして
*> *   精算書を印刷する。満たさなければ理由を結果リストへ書く
*> ***************************************************************************
CLOSE-ONE-TOUR.
  COMPUTE WS-TARGET-COUNT = WS-TARGET-COUNT + 1.
  MOVE    SPACE TO WS-CLOSE-REASON.
  MOVE    ZERO TO WS-DEPART-DATE WS-RETURN-DATE WS-CLOSED-BOOKINGS.

  PERFORM CHECK-RETURN-DATE.
  IF      WS-CLOSE-REASON = SPACE
          PERFORM CHECK-AR-SETTLED
  END-IF.
  IF      WS-CLOSE-REASON = SPACE
          PERFORM CHECK-WAITLIST
  END-IF.
  IF      WS-CLOSE-REASON = SPACE
          PERFORM SUM-TOUR-BOOKINGS
  END-IF.
  IF      WS-CLOSE-REASON = SPACE
          PERFORM SUM-TOUR-REFUNDS
  END-IF.

  IF      WS-CLOSE-REASON = SPACE
          IF      WS-MODE-CLOSE
                  PERFORM APPLY-TOUR-CLOSE
          END-IF
  END-IF.

  *> 更新に失敗した場合は APPLY-TOUR-CLOSE が理由を設定する
  IF      WS-CLOSE-REASON = SPACE
          PERFORM PRINT-SETTLE-PAGE
          COMPUTE WS-CLOSED-COUNT = WS-CLOSED-COUNT + 1
          IF      WS-MODE-CLOSE
                  MOVE    '締め済(催行完了)' TO PRINT-CLOSE-RESULT
          ELSE
                  MOVE    '締め可' TO PRINT-CLOSE-RESULT
          END-IF
  ELSE
          COMPUTE WS-REJECT-COUNT = WS-REJECT-COUNT + 1
          MOVE    SPACE TO PRINT-CLOSE-RESULT
          STRING  '対象外: ' WS-CLOSE-REASON
                  DELIMITED BY SIZE INTO PRINT-CLOSE-RESULT
  END-IF.

  MOVE    IN-TOUR-CODE TO PRINT-CLOSE-CODE.
  MOVE    IN-TOUR-NAME TO PRINT-CLOSE-NAME.
  MOVE    WS-RETURN-DATE TO PRINT-CLOSE-RETURN.
  MOVE    WS-CLOSED-BOOKINGS TO PRINT-CLOSE-BOOKINGS.
  WRITE   TOUR-CLOSE-RECORDS FROM PRINT-CLOSE-LINE AFTER 1.


*> ***************************************************************************
*> * 帰着日確認処理
*> * = スケジュールがあり、帰着日が実行日より前であること
*> ***************************************************************************
CHECK-RETURN-DATE.
  MOVE    IN-TOUR-CODE TO SCHD-TOUR-CODE.
  READ    TOUR-SCHEDULE-FILE
          INVALID KEY
          MOVE    'スケジュール未登録' TO WS-CLOSE-REASON
          NOT INVALID KEY
          MOVE    SCHD-DEPART-DATE TO WS-DEPART-DATE
          MOVE    SCHD-RETURN-DATE TO WS-RETURN-DATE
          IF      SCHD-RETURN-DATE NOT < WS-RUN-DATE
                  MOVE    '帰着日前' TO WS-CLOSE-REASON
          END-IF
  END-READ.


*> ***************************************************************************
*> * 回収済確認処理
*> * = 売掛残が回収済(残高0・過入金0)であること。
*> *   過入金は返金が済んでいないため締めない
*> ***************************************************************************
CHECK-AR-SETTLED.
  MOVE    1 TO WS-AR-IDX.
  PERFORM UNTIL WS-AR-IDX > WS-AR-TABLE-COUNT
          OR WS-AR-CODE(WS-AR-IDX) = IN-TOUR-CODE
          COMPUTE WS-AR-IDX = WS-AR-IDX + 1
  END-PERFORM.

  EVALUATE TRUE
    WHEN    WS-AR-IDX > WS-AR-TABLE-COUNT
            MOVE    '売掛残なし(TOUR-CASH 未消込)' TO WS-CLOSE-REASON
    WHEN    WS-AR-OVER(WS-AR-IDX) > ZERO
            MOVE    '過入金あり(返金未済)' TO WS-CLOSE-REASON
    WHEN    WS-AR-BALANCE(WS-AR-IDX) > ZERO
            MOVE    '未回収残あり' TO WS-CLOSE-REASON
    WHEN    OTHER
            CONTINUE
  END-EVALUATE.


*> ***************************************************************************
*> * キャンセル待ち確認処理
*> * = 当該ツアーに待機中のキャンセル待ちが無いこと
*> ***************************************************************************
CHECK-WAITLIST.
  MOVE    ZERO TO WS-WAITING-COUNT.
  IF      FLAG-WAITLIST-OPENED = FLAG-ON
          MOVE    FLAG-OFF TO FLAG-WAIT-END
          MOVE    IN-TOUR-CODE TO WAIT-TOUR-CODE
          MOVE    ZERO TO WAIT-SEQ
          START   TOUR-WAITLIST-FILE KEY >= WAIT-KEY
                  INVALID KEY MOVE FLAG-ON TO FLAG-WAIT-END
          END-START
          IF      FLAG-WAIT-END NOT = FLAG-ON
                  READ    TOUR-WAITLIST-FILE NEXT
                          AT END MOVE FLAG-ON TO FLAG-WAIT-END
                  END-READ
          END-IF
          PERFORM CHECK-WAITLIST-LOOP
                  UNTIL FLAG-WAIT-END = FLAG-ON
  END-IF.

  IF      WS-WAITING-COUNT > ZERO
          MOVE    '待機中のキャンセル待ちあり' TO WS-CLOSE-REASON
  END-IF.


*> ***************************************************************************
*> * キャンセル待ち確認繰り返し処理
*> ***************************************************************************
CHECK-WAITLIST-LOOP.
  IF      WAIT-TOUR-CODE NOT = IN-TOUR-CODE
          MOVE    FLAG-ON TO FLAG-WAIT-END
  ELSE
          IF      WAIT-STATUS-WAITING
                  COMPUTE WS-WAITING-COUNT = WS-WAITING-COUNT + 1
          END-IF
          READ    TOUR-WAITLIST-FILE NEXT
                  AT END MOVE FLAG-ON TO FLAG-WAIT-END
          END-READ
  END-IF.


*> ***************************************************************************
*> * 予約集計処理
*> * = 有効予約の件数・席数を求め、入金のある取消予約に
*> *   返金計算書(返金台帳)が発行済であることを確認する
*> ***************************************************************************
SUM-TOUR-BOOKINGS.
  MOVE    ZERO TO WS-FINAL-BOOKINGS WS-FINAL-SEATS WS-CANCEL-BOOKINGS
                  WS-UNISSUED-COUNT.
  MOVE    FLAG-OFF TO FLAG-BOOKING-END.
  PERFORM START-TOUR-BOOKINGS.
  PERFORM SUM-TOUR-BOOKINGS-LOOP
          UNTIL FLAG-BOOKING-END = FLAG-ON.

  IF      WS-UNISSUED-COUNT > ZERO
          MOVE    '返金計算書未発行の取消予約あり(TOUR-REFUND)'
                  TO WS-CLOSE-REASON
  END-IF.


*> ***************************************************************************
*> * 予約集計繰り返し処理
*> ***************************************************************************
SUM-TOUR-BOOKINGS-LOOP.
  IF      BK-TOUR-CODE NOT = IN-TOUR-CODE
          MOVE    FLAG-ON TO FLAG-BOOKING-END
  ELSE
          IF      BK-STATUS-ACTIVE
                  COMPUTE WS-FINAL-BOOKINGS = WS-FINAL-BOOKINGS + 1
                  COMPUTE WS-FINAL-SEATS = WS-FINAL-SEATS + BK-SEATS
          END-IF
          IF      BK-STATUS-CANCELLED
                  COMPUTE WS-CANCEL-BOOKINGS = WS-CANCEL-BOOKINGS + 1
                  IF      BK-AMOUNT > ZERO
                          PERFORM CHECK-REFUND-ISSUED
                  END-IF
          END-IF
          READ    TOUR-BOOKING-FILE NEXT
                  AT END MOVE FLAG-ON TO FLAG-BOOKING-END
          END-READ
  END-IF.


*> ***************************************************************************
*> * 返金計算書発行確認処理
*> * = 取消予約1件が返金台帳に記録されているか確認する
*> ***************************************************************************
CHECK-REFUND-ISSUED.
  IF      FLAG-REG-OPENED = FLAG-ON
          MOVE    BK-KEY TO RREG-KEY
          READ    TOUR-REFUND-REG-FILE
                  INVALID KEY
                  COMPUTE WS-UNISSUED-COUNT = WS-UNISSUED-COUNT + 1
          END-READ
  ELSE
          COMPUTE WS-UNISSUED-COUNT = WS-UNISSUED-COUNT + 1
  END-IF.


*> ***************************************************************************
*> * 返金台帳集計処理
*> * = 当該ツアーの取消料・返金額と、まだ支払っていない返金額を求める
*> ***************************************************************************
SUM-TOUR-REFUNDS.
  MOVE    ZERO TO WS-TOUR-FEES WS-TOUR-REFUNDS WS-TOUR-REFUND-OPEN.
  IF      FLAG-REG-OPENED = FLAG-ON
          MOVE    FLAG-OFF TO FLAG-REG-END
          MOVE    IN-TOUR-CODE TO RREG-TOUR-CODE
          MOVE    ZERO TO RREG-BOOKING-NO
          START   TOUR-REFUND-REG-FILE KEY >= RREG-KEY
                  INVALID KEY MOVE FLAG-ON TO FLAG-REG-END
          END-START
          IF      FLAG-REG-END NOT = FLAG-ON
                  READ    TOUR-REFUND-REG-FILE NEXT
                          AT END MOVE FLAG-ON TO FLAG-REG-END
                  END-READ
          END-IF
          PERFORM SUM-TOUR-REFUNDS-LOOP
                  UNTIL FLAG-REG-END = FLAG-ON
  END-IF.


*> ***************************************************************************
*> * 返金台帳集計繰り返し処理
*> ***************************************************************************
SUM-TOUR-REFUNDS-LOOP.
  IF      RREG-TOUR-CODE NOT = IN-TOUR-CODE
          MOVE    FLAG-ON TO FLAG-REG-END
  ELSE
          ADD     RREG-FEE-AMOUNT TO WS-TOUR-FEES
          ADD     RREG-REFUND-AMOUNT TO WS-TOUR-REFUNDS
          IF      RREG-PAYOUT-PENDING OR RREG-PAYOUT-REQUESTED
                  ADD     RREG-REFUND-AMOUNT TO WS-TOUR-REFUND-OPEN
          END-IF
          READ    TOUR-REFUND-REG-FILE NEXT
                  AT END MOVE FLAG-ON TO FLAG-REG-END
          END-READ
  END-IF.


*> ***************************************************************************
*> * 催行完了更新処理
*> * = マスタを状態2に書き換えてジャーナルへ記録し、続けて
*> *   有効予約を状態2にする。マスタを書き換えられなければ予約は触らない
*> ***************************************************************************
APPLY-TOUR-CLOSE.
  MOVE    TOUR-MASTER-REC TO WS-OLD-MASTER-REC.
  MOVE    '2' TO IN-STATUS-CODE.
  REWRITE TOUR-MASTER-REC
          INVALID KEY
          DISPLAY 'エラー: マスタを更新できません ID=' IN-TOUR-CODE
                  ' STATUS=' WS-MASTER-STATUS
          MOVE    'マスタ更新失敗' TO WS-CLOSE-REASON
          MOVE    8 TO RETURN-CODE
          NOT INVALID KEY
          MOVE    '2' TO JRNL-ACTION
          MOVE    WS-OLD-MASTER-REC TO JRNL-BEFORE-IMAGE
          MOVE    TOUR-MASTER-REC TO JRNL-AFTER-IMAGE
          PERFORM WRITE-JOURNAL
          MOVE    FLAG-OFF TO FLAG-BOOKING-END
          PERFORM START-TOUR-BOOKINGS
          PERFORM CLOSE-BOOKINGS-LOOP
                  UNTIL FLAG-BOOKING-END = FLAG-ON
  END-REWRITE.


*> ***************************************************************************
*> * 予約催行完了繰り返し処理
*> * = 有効予約だけ状態2にする。取消予約は取消のまま残す
*> ***************************************************************************
CLOSE-BOOKINGS-LOOP.
  IF      BK-TOUR-CODE NOT = IN-TOUR-CODE
          MOVE    FLAG-ON TO FLAG-BOOKING-END
  ELSE
          IF      BK-STATUS-ACTIVE
                  MOVE    '2' TO BK-STATUS-CODE
                  REWRITE TOUR-BOOKING-REC
                          INVALID KEY
                          DISPLAY 'エラー: 予約を更新できません 予約=' BK-KEY
                                  ' STATUS=' WS-BOOKING-STATUS
                          MOVE    8 TO RETURN-CODE
                          NOT INVALID KEY
                          COMPUTE WS-CLOSED-BOOKINGS = WS-CLOSED-BOOKINGS + 1
                          COMPUTE WS-BOOKING-TOTAL = WS-BOOKING-TOTAL + 1
                  END-REWRITE
          END-IF
          READ    TOUR-BOOKING-FILE NEXT
                  AT END MOVE FLAG-ON TO FLAG-BOOKING-END
          END-READ
  END-IF.


*> ***************************************************************************
*> * 予約明細位置付け処理
*> * = 当該ツアーの先頭の予約を読む (無ければ終了フラグを立てる)
*> ***************************************************************************
START-TOUR-BOOKINGS.
  MOVE    IN-TOUR-CODE TO BK-TOUR-CODE.
  MOVE    ZERO TO BK-BOOKING-NO.
  START   TOUR-BOOKING-FILE KEY >= BK-KEY
          INVALID KEY MOVE FLAG-ON TO FLAG-BOOKING-END
  END-START.
  IF      FLAG-BOOKING-END NOT = FLAG-ON
          READ    TOUR-BOOKING-FILE NEXT
                  AT END MOVE FLAG-ON TO FLAG-BOOKING-END
          END-READ
  END-IF.


*> ***************************************************************************
*> * ジャーナル書き込み処理
*> ***************************************************************************
WRITE-JOURNAL.
  ACCEPT  WS-JRNL-DATE FROM DATE YYYYMMDD.
  ACCEPT  WS-JRNL-TIME FROM TIME.
  MOVE    WS-JRNL-DATE TO JRNL-DATE.
  MOVE    WS-JRNL-TIME TO JRNL-TIME.
  MOVE    IN-TOUR-CODE TO JRNL-TOUR-CODE.
  WRITE   JRNL-REC.


*> ***************************************************************************
*> * 催行精算書1ページ印刷処理
*> * = 確定人数、売上・取消料、入金・返金と最終残高を印刷する
*> ***************************************************************************
PRINT-SETTLE-PAGE.
  MOVE    IN-TOUR-CODE TO PRINT-SETTLE-CODE.
  MOVE    IN-TOUR-NAME TO PRINT-SETTLE-NAME.
  MOVE    WS-RUN-DATE TO PRINT-SETTLE-RUN-DATE.
  MOVE    WS-DEPART-DATE TO PRINT-SETTLE-DEPART.
  MOVE    WS-RETURN-DATE TO PRINT-SETTLE-RETURN.

  WRITE   TOUR-SETTLE-RECORDS FROM PRINT-SETTLE-TITLE AFTER PAGE.
  WRITE   TOUR-SETTLE-RECORDS FROM PRINT-SETTLE-HEAD AFTER 2.
  WRITE   TOUR-SETTLE-RECORDS FROM PRINT-SETTLE-DATES AFTER 1.
  WRITE   TOUR-SETTLE-RECORDS FROM PRINT-SETTLE-RULE AFTER 1.

  *> 人数
  MOVE    '確定参加人数' TO PRINT-SETTLE-COUNT-TEXT.
  MOVE    WS-FINAL-SEATS TO PRINT-SETTLE-COUNT-NUM.
  WRITE   TOUR-SETTLE-RECORDS FROM PRINT-SETTLE-COUNT AFTER 1.
  MOVE    '確定予約件数' TO PRINT-SETTLE-COUNT-TEXT.
  MOVE    WS-FINAL-BOOKINGS TO PRINT-SETTLE-COUNT-NUM.
  WRITE   TOUR-SETTLE-RECORDS FROM PRINT-SETTLE-COUNT AFTER 1.
  MOVE    '取消予約件数' TO PRINT-SETTLE-COUNT-TEXT.
  MOVE    WS-CANCEL-BOOKINGS TO PRINT-SETTLE-COUNT-NUM.
  WRITE   TOUR-SETTLE-RECORDS FROM PRINT-SETTLE-COUNT AFTER 1.
  WRITE   TOUR-SETTLE-RECORDS FROM PRINT-SETTLE-RULE AFTER 1.

  *> 売上・取消料
  MOVE    '契約金額(税抜)' TO PRINT-SETTLE-AMT-TEXT.
  MOVE    IN-TOTAL-EXPENSES TO PRINT-SETTLE-AMT-NUM.
  WRITE   TOUR-SETTLE-RECORDS FROM PRINT-SETTLE-AMOUNT AFTER 1.
  MOVE    '請求額(税込)' TO PRINT-SETTLE-AMT-TEXT.
  MOVE    WS-AR-INVOICE(WS-AR-IDX) TO PRINT-SETTLE-AMT-NUM.
  WRITE   TOUR-SETTLE-RECORDS FROM PRINT-SETTLE-AMOUNT AFTER 1.
  MOVE    '取消料収入' TO PRINT-SETTLE-AMT-TEXT.
  MOVE    WS-TOUR-FEES TO PRINT-SETTLE-AMT-NUM.
  WRITE   TOUR-SETTLE-RECORDS FROM PRINT-SETTLE-AMOUNT AFTER 1.
  WRITE   TOUR-SETTLE-RECORDS FROM PRINT-SETTLE-RULE AFTER 1.

  *> 入金・返金・残高
  MOVE    '入金額(返金等控除後)' TO PRINT-SETTLE-AMT-TEXT.
  MOVE    WS-AR-RECEIVED(WS-AR-IDX) TO PRINT-SETTLE-AMT-NUM.
  WRITE   TOUR-SETTLE-RECORDS FROM PRINT-SETTLE-AMOUNT AFTER 1.
  MOVE    '返金額合計' TO PRINT-SETTLE-AMT-TEXT.
  MOVE    WS-TOUR-REFUNDS TO PRINT-SETTLE-AMT-NUM.
  WRITE   TOUR-SETTLE-RECORDS FROM PRINT-SETTLE-AMOUNT AFTER 1.
  MOVE    '  うち未払返金' TO PRINT-SETTLE-AMT-TEXT.
  MOVE    WS-TOUR-REFUND-OPEN TO PRINT-SETTLE-AMT-NUM.
  WRITE   TOUR-SETTLE-RECORDS FROM PRINT-SETTLE-AMOUNT AFTER 1.
  MOVE    '最終残高' TO PRINT-SETTLE-AMT-TEXT.
  MOVE    WS-AR-BALANCE(WS-AR-IDX) TO PRINT-SETTLE-AMT-NUM.
  WRITE   TOUR-SETTLE-RECORDS FROM PRINT-SETTLE-AMOUNT AFTER 1.
  WRITE   TOUR-SETTLE-RECORDS FROM PRINT-SETTLE-RULE AFTER 1.


*> ***************************************************************************
*> * 結果集計書き込み処理
*> ***************************************************************************
WRITE-CLOSE-SUMMARY.
  MOVE    SPACE TO PRINT-CLOSE-SUMMARY.
  MOVE    '== 催行締め集計 ==' TO PRINT-CLOSE-SUM-TEXT.
  WRITE   TOUR-CLOSE-RECORDS FROM PRINT-CLOSE-SUMMARY AFTER 2.

  MOVE    '対象ツアー件数' TO PRINT-CLOSE-SUM-TEXT.
  MOVE    WS-TARGET-COUNT TO PRINT-CLOSE-SUM-COUNT.
  WRITE   TOUR-CLOSE-RECORDS FROM PRINT-CLOSE-SUMMARY AFTER 1.

  IF      WS-MODE-CLOSE
          MOVE    '締めたツアー件数' TO PRINT-CLOSE-SUM-TEXT
  ELSE
          MOVE    '締め可のツアー件数' TO PRINT-CLOSE-SUM-TEXT
  END-IF.
  MOVE    WS-CLOSED-COUNT TO PRINT-CLOSE-SUM-COUNT.
  WRITE   TOUR-CLOSE-RECORDS FROM PRINT-CLOSE-SUMMARY AFTER 1.

  MOVE    '対象外ツアー件数' TO PRINT-CLOSE-SUM-TEXT.
  MOVE    WS-REJECT-COUNT TO PRINT-CLOSE-SUM-COUNT.
  WRITE   TOUR-CLOSE-RECORDS FROM PRINT-CLOSE-SUMMARY AFTER 1.

  MOVE    '催行完了にした予約件数' TO PRINT-CLOSE-SUM-TEXT.
  MOVE    WS-BOOKING-TOTAL TO PRINT-CLOSE-SUM-COUNT.
  WRITE   TOUR-CLOSE-RECORDS FROM PRINT-CLOSE-SUMMARY AFTER 1.

  *> 締められなかったツアーがあれば注意の復帰コードで終わる
  IF      WS-REJECT-COUNT > ZERO AND RETURN-CODE < 4
          MOVE    4 TO RETURN-CODE
  END-IF.


*> ***************************************************************************
*> * ファイルクローズ処理
*> ***************************************************************************
CLOSE-ALL-FILES.
  CLOSE   TOUR-MASTER-FILE TOUR-BOOKING-FILE TOUR-SCHEDULE-FILE.
  IF      FLAG-WAITLIST-OPENED = FLAG-ON
          CLOSE   TOUR-WAITLIST-FILE
          MOVE    FLAG-OFF TO FLAG-WAITLIST-OPENED
  END-IF.
  IF      FLAG-REG-OPENED = FLAG-ON
          CLOSE   TOUR-REFUND-REG-FILE
          MOVE    FLAG-OFF TO FLAG-REG-OPENED
  END-IF.
  IF      FLAG-JOURNAL-OPENED = FLAG-ON
          CLOSE   TOUR-JOURNAL
          MOVE    FLAG-OFF TO FLAG-JOURNAL-OPENED
  END-IF.


*> ***************************************************************************
*> * 終了処理
*> ***************************************************************************
FINALIZE.
  IF      FLAG-FILES-OPENED = FLAG-ON
          PERFORM CLOSE-ALL-FILES
          CLOSE   TOUR-SETTLE-LIST TOUR-CLOSE-LIST

          DISPLAY '対象: ' WS-TARGET-COUNT '  締め: ' WS-CLOSED-COUNT
                  '  対象外: ' WS-REJECT-COUNT
          DISPLAY '催行完了にした予約: ' WS-BOOKING-TOTAL
          DISPLAY '催行精算書: TOUR-SETTLE.DAT  結果リスト: TOUR-CLOSE-LIST.DAT'
  END-IF.
