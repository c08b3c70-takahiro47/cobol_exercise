*> TOUR-BOOK が追加時に存在チェックを行う。
*> 機能4: 予約明細を顧客IDで集計し、予約回数・入金額合計の多い順に
*>        並べたリピーター一覧を TOUR-CUST-RANK.DAT へ印刷する。
*> 機能5: 電話番号が一致する顧客、または氏名と住所が一致する顧客を
*>        組にした重複候補一覧を TOUR-CUST-DUP.DAT へ印刷する
*>        (空白・ハイフンは無視して比較する)。
*> 機能6: 統合先と統合元の顧客IDを指定して、予約明細の BK-CUST-ID・
*>        キャンセル待ちの WAIT-CUST-ID・返金台帳の RREG-CUST-ID を
*>        統合先へ付け替えてから統合元の顧客を削除する。
*>        取り消せるよう TOUR-CUST-MERGE.DAT (累積) に記録を残す。
*> 予約明細・キャンセル待ち・返金台帳から参照されている顧客は
*> 削除できない (機能6で統合する)。
*> 顧客別集計では催行完了(状態2)の予約も有効予約と同様に数える。
*> 夜間運用 (TOUR-NIGHT) がバッチ窓口を保持している間は起動せず、
*> 起動中はシステムロック TOUR-LOCK.DAT に利用登録を残す。
*> ------------------------------------------------------- <*

*> ***************************************************************************
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS BK-KEY
      FILE STATUS IS WS-BOOKING-STATUS.
    SELECT TOUR-WAITLIST-FILE   ASSIGN TO 'TOUR-WAITLIST.DAT'    *> I-O      / キャンセル待ちファイル
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS WAIT-KEY
      FILE STATUS IS WS-WAITLIST-STATUS.
    SELECT TOUR-REFUND-REG-FILE ASSIGN TO 'TOUR-REFUND-REG.DAT'  *> I-O      / 返金台帳
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS RREG-KEY
      FILE STATUS IS WS-REFUND-REG-STATUS.
    SELECT TOUR-MERGE-LOG       ASSIGN TO 'TOUR-CUST-MERGE.DAT'  *> OUTFILE  / 顧客統合ログ(累積)
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-MERGE-LOG-STATUS.
    SELECT TOUR-CUST-RANK       ASSIGN TO 'TOUR-CUST-RANK.DAT'   *> SYSPRINT / リピーター一覧
      ORGANIZATION IS LINE SEQUENTIAL.
    SELECT TOUR-CUST-DUP        ASSIGN TO 'TOUR-CUST-DUP.DAT'    *> SYSPRINT / 重複候補一覧
      ORGANIZATION IS LINE SEQUENTIAL.
    SELECT TOUR-LOCK-FILE       ASSIGN TO 'TOUR-LOCK.DAT'       *> 排他     / システムロックファイル
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS LOCK-KEY
      FILE STATUS IS WS-LOCK-STATUS.


*> ***************************************************************************

    COPY TOURBOOK.

    *> キャンセル待ちファイル (ツアーID+受付順をキーとした索引編成ファイル)
    FD TOUR-WAITLIST-FILE
      LABEL RECORD IS STANDARD.

    COPY TOURWAIT.

    *> 返金台帳 (ツアーID+予約番号をキーとした索引編成ファイル)
    FD TOUR-REFUND-REG-FILE
      LABEL RECORD IS STANDARD.

    COPY TOURRREG.

    *> 顧客統合ログ (統合のたびに追記する)
    FD TOUR-MERGE-LOG
      LABEL RECORD IS OMITTED.

    COPY TOURMLOG.

    *> リピーター一覧
    FD TOUR-CUST-RANK
      LABEL RECORD IS OMITTED.

    01 TOUR-CUST-RANK-RECORDS   PIC X(132).

    *> 重複候補一覧
    FD TOUR-CUST-DUP
      LABEL RECORD IS OMITTED.

    01 TOUR-CUST-DUP-RECORDS    PIC X(132).

    *> システムロックファイル (区分+プログラム名+セッションをキーとした索引編成ファイル)
    FD TOUR-LOCK-FILE
      LABEL RECORD IS STANDARD.

    COPY TOURLOCK.

  *> 変数の定義
  WORKING-STORAGE SECTION.

    01 FLAG-FILE-END            PIC 9(01) VALUE ZERO.     *> EODフラグ
    01 FLAG-ON                  PIC 9(01) VALUE 1.        *> 定数 ON
    01 FLAG-OFF                 PIC 9(01) VALUE 0.        *> 定数 OFF
    01 FLAG-LOCK-SIGNED-ON      PIC 9(01) VALUE ZERO.     *> 利用登録済フラグ
    01 FLAG-EXIT                PIC 9(01) VALUE ZERO.
      88 WS-EXIT-REQUESTED      VALUE 1.

      88 WS-CUSTOMER-STATUS-OK  VALUE '00'.
    01 WS-BOOKING-STATUS        PIC X(02) VALUE '00'.     *> TOUR-BOOKING-FILEの状態キー
      88 WS-BOOKING-STATUS-OK   VALUE '00'.
      88 WS-BOOKING-NOT-FOUND   VALUE '35'.
    01 WS-WAITLIST-STATUS       PIC X(02) VALUE '00'.     *> TOUR-WAITLIST-FILEの状態キー
      88 WS-WAITLIST-STATUS-OK  VALUE '00'.
      88 WS-WAITLIST-NOT-FOUND  VALUE '35'.
    01 WS-REFUND-REG-STATUS     PIC X(02) VALUE '00'.     *> TOUR-REFUND-REG-FILEの状態キー
      88 WS-REFUND-REG-STATUS-OK VALUE '00'.
      88 WS-REFUND-REG-NOT-FOUND VALUE '35'.
    01 WS-MERGE-LOG-STATUS      PIC X(02) VALUE '00'.     *> TOUR-MERGE-LOGの状態キー
      88 WS-MERGE-LOG-STATUS-OK VALUE '00'.

    01 WS-MENU-CHOICE           PIC 9(01) VALUE ZERO.

    01 FLAG-BOOKING-OPENED      PIC 9(01) VALUE ZERO.     *> 予約明細オープン済フラグ
    01 FLAG-WAITLIST-OPENED     PIC 9(01) VALUE ZERO.     *> キャンセル待ちオープン済フラグ
    01 FLAG-REG-OPENED          PIC 9(01) VALUE ZERO.     *> 返金台帳オープン済フラグ
    01 FLAG-MERGE-LOG-OPENED    PIC 9(01) VALUE ZERO.     *> 統合ログオープン済フラグ
    01 FLAG-CUST-REFERENCED     PIC 9(01) VALUE ZERO.     *> 予約等から参照あり
    01 WS-CUST-REF-FILE         PIC X(54) VALUE SPACE.    *> 参照元ファイル(削除不可の理由)

    *> 画面入力用のワーク項目
    01 WS-IN-CUST-ID            PIC X(05).
    01 WS-IN-CUST-NAME          PIC X(20).
    01 WS-IN-CUST-PHONE         PIC X(13).
    01 WS-IN-CUST-ADDRESS       PIC X(30).
    01 WS-IN-SURVIVOR-ID        PIC X(05).                *> 統合先(残す)顧客ID
    01 WS-IN-RETIRED-ID         PIC X(05).                *> 統合元(削除する)顧客ID
    01 WS-CONFIRM-CHOICE        PIC 9(01) VALUE ZERO.     *> 実行確認(1:実行 2:中止)

    *> 変更前保持域 (変更の確認用)
    01 WS-OLD-CUST-NAME         PIC X(20).
    01 WS-NOCUST-COUNT          PIC 9(05) VALUE ZERO.     *> 顧客ID未設定の予約件数
    01 WS-RANK-NO               PIC 9(03) VALUE ZERO.     *> 印刷中の順位

    *> 重複候補検索テーブル (比較用に空白・ハイフンを除いた値を持つ)
    01 WS-DUP-TABLE-COUNT       PIC 9(03) VALUE ZERO.     *> 読み込んだ顧客数
    01 WS-DUP-TABLE-MAX         PIC 9(03) VALUE 500.      *> 顧客数上限
    01 WS-DUP-TABLE.
      03 WS-DUP-ENTRY           OCCURS 500 TIMES.
        05 WS-DUP-CUST-ID       PIC X(05).                *> 顧客ID
        05 WS-DUP-CUST-NAME     PIC X(20).                *> 顧客名(印刷用)
        05 WS-DUP-CUST-PHONE    PIC X(13).                *> 電話番号(印刷用)
        05 WS-DUP-PHONE-KEY     PIC X(30).                *> 比較用電話番号
        05 WS-DUP-NAME-KEY      PIC X(30).                *> 比較用顧客名
        05 WS-DUP-ADDRESS-KEY   PIC X(30).                *> 比較用住所
    01 WS-DUP-IDX               PIC 9(03) VALUE ZERO.     *> 比較元添字
    01 WS-DUP-PAIR-IDX          PIC 9(03) VALUE ZERO.     *> 比較先添字
    01 WS-DUP-PAIR-COUNT        PIC 9(05) VALUE ZERO.     *> 重複候補の組数
    01 WS-DUP-OVERFLOW-COUNT    PIC 9(05) VALUE ZERO.     *> 上限超過で比較しなかった顧客数

    *> 比較値作成用 (空白とハイフンを除いて左詰めする)
    01 WS-NORM-IN               PIC X(30).                *> 変換前
    01 WS-NORM-OUT              PIC X(30).                *> 変換後
    01 WS-NORM-IDX              PIC 9(02) VALUE ZERO.     *> 変換前の文字位置
    01 WS-NORM-LEN              PIC 9(02) VALUE ZERO.     *> 変換後の文字数

    *> 顧客統合用
    01 WS-MERGE-DATE            PIC 9(08) VALUE ZERO.     *> 統合日(YYYYMMDD)
    01 WS-MERGE-TIME            PIC 9(08) VALUE ZERO.     *> 統合時刻(HHMMSSff)
    01 WS-SURVIVOR-NAME         PIC X(20).                *> 統合先の顧客名
    01 WS-RETIRED-IMAGE         PIC X(68).                *> 統合元の顧客レコード
    01 WS-MERGE-BOOKING-COUNT   PIC 9(05) VALUE ZERO.     *> 付け替えた予約件数
    01 WS-MERGE-WAITLIST-COUNT  PIC 9(05) VALUE ZERO.     *> 付け替えたキャンセル待ち件数
    01 WS-MERGE-REFUND-COUNT    PIC 9(05) VALUE ZERO.     *> 付け替えた返金台帳件数
    01 WS-MERGE-FAIL-COUNT      PIC 9(05) VALUE ZERO.     *> 付け替え・ログ記録の失敗件数

    *> リピーター一覧出力域
    01 PRINT-RANK-HEADER.
      03 FILLER                 PIC X(15) VALUE 'ｼﾞｭﾝｲ'.
      03 PRINT-SUMMARY-TEXT     PIC X(30).
      03 PRINT-SUMMARY-COUNT    PIC ZZ,ZZ9.

    *> 重複候補一覧出力域
    01 PRINT-DUP-HEADER.
      03 FILLER                 PIC X(05) VALUE 'ID   '.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 FILLER                 PIC X(20) VALUE '顧客名'.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 FILLER                 PIC X(15) VALUE '電話番号'.
      03 FILLER                 PIC X(05) VALUE 'ID   '.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 FILLER                 PIC X(20) VALUE '顧客名'.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 FILLER                 PIC X(15) VALUE '電話番号'.
      03 FILLER                 PIC X(15) VALUE '一致項目'.

    01 PRINT-DUP-LINE.
      03 PRINT-DUP-ID-1         PIC X(05).
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-DUP-NAME-1       PIC X(20).
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-DUP-PHONE-1      PIC X(13).
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-DUP-ID-2         PIC X(05).
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-DUP-NAME-2       PIC X(20).
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-DUP-PHONE-2      PIC X(13).
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-DUP-REASON       PIC X(26).

    *> システムロック (バッチ窓口の確認と利用登録)
    01 WS-LOCK-STATUS           PIC X(02) VALUE '00'.     *> TOUR-LOCK-FILEの状態キー
      88 WS-LOCK-STATUS-OK      VALUE '00'.
      88 WS-LOCK-NOT-FOUND      VALUE '35'.
    01 WS-LOCK-OWN-KEY          PIC X(29) VALUE SPACE.    *> 自分の利用登録キー


*> ***************************************************************************
*> * 手続き部
  DISPLAY 'TOUR-CUST'.
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
  MOVE    'TOUR-CUST' TO LOCK-PROGRAM.
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
*> ***************************************************************************
MAIN-LOOP.
  DISPLAY ' '.
  DISPLAY '1.追加  2.変更  3.削除  4.リピーター一覧  5.重複候補一覧'.
  DISPLAY '6.顧客統合  7.終了'.
  DISPLAY 'ﾒﾆｭｰ番号を入力してください ==> ' WITH NO ADVANCING.
  ACCEPT   WS-MENU-CHOICE.

    WHEN 2  PERFORM CHANGE-CUSTOMER
    WHEN 3  PERFORM DELETE-CUSTOMER
    WHEN 4  PERFORM REPEAT-REPORT
    WHEN 5  PERFORM DUP-REPORT
    WHEN 6  PERFORM MERGE-CUSTOMER
    WHEN 7  MOVE FLAG-ON TO FLAG-EXIT
    WHEN OTHER
            DISPLAY 'メニュー番号が不正です'
  END-EVALUATE.

*> ***************************************************************************
*> * 削除処理
*> * = 予約明細・キャンセル待ち・返金台帳から参照されている顧客は
*> *   削除しない (参照先が無くなるため)
*> ***************************************************************************
DELETE-CUSTOMER.
  DISPLAY '顧客ID(5桁)を入力してください ==> ' WITH NO ADVANCING.
           INVALID KEY
           DISPLAY 'エラー: 顧客ID ' WS-IN-CUST-ID ' が見つかりません'.

  MOVE     FLAG-OFF TO FLAG-CUST-REFERENCED.
  IF       WS-CUSTOMER-STATUS-OK
           PERFORM CHECK-CUST-REFERENCED
           IF      FLAG-CUST-REFERENCED = FLAG-ON
                   DISPLAY 'エラー: 顧客ID ' WS-IN-CUST-ID
                           ' は削除できません 理由: ' WS-CUST-REF-FILE
                   DISPLAY '        重複登録の場合は 6.顧客統合 を使ってください'
           END-IF
  END-IF.

  IF       WS-CUSTOMER-STATUS-OK AND FLAG-CUST-REFERENCED = FLAG-OFF
           MOVE    WS-IN-CUST-ID TO CUST-ID
           DELETE TOUR-CUSTOMER-FILE
                  INVALID KEY
                  DISPLAY 'エラー: 削除に失敗しました'
  END-IF.


*> ***************************************************************************
*> * 顧客参照確認処理
*> * = WS-IN-CUST-IDを顧客IDに持つ予約・キャンセル待ち・返金台帳が
*> *   あればFLAG-CUST-REFERENCEDを立て、参照元をWS-CUST-REF-FILEへ返す
*> ***************************************************************************
CHECK-CUST-REFERENCED.
  MOVE    FLAG-OFF TO FLAG-CUST-REFERENCED.
  MOVE    SPACE TO WS-CUST-REF-FILE.
  PERFORM CHECK-REF-BOOKINGS.
  IF      FLAG-CUST-REFERENCED = FLAG-OFF
          PERFORM CHECK-REF-WAITLIST
  END-IF.
  IF      FLAG-CUST-REFERENCED = FLAG-OFF
          PERFORM CHECK-REF-REFUNDS
  END-IF.


*> ***************************************************************************
*> * 予約明細参照確認処理
*> * = 予約明細が未作成なら参照なしとし、それ以外で開けていない場合は
*> *   確認できないため参照ありとして削除させない
*> ***************************************************************************
CHECK-REF-BOOKINGS.
  IF      FLAG-BOOKING-OPENED NOT = FLAG-ON
          IF      NOT WS-BOOKING-NOT-FOUND
                  DISPLAY 'エラー: 予約明細が開けていないため参照を確認できません'
                          ' STATUS=' WS-BOOKING-STATUS
                  MOVE    FLAG-ON TO FLAG-CUST-REFERENCED
                  MOVE    '予約明細を確認できません' TO WS-CUST-REF-FILE
          END-IF
  ELSE
          MOVE    FLAG-OFF TO FLAG-FILE-END
          MOVE    LOW-VALUE TO BK-KEY
          START   TOUR-BOOKING-FILE KEY >= BK-KEY
                  INVALID KEY MOVE FLAG-ON TO FLAG-FILE-END
          END-START
          IF      FLAG-FILE-END NOT = FLAG-ON
                  READ    TOUR-BOOKING-FILE NEXT
                          AT END MOVE FLAG-ON TO FLAG-FILE-END
                  END-READ
          END-IF
          PERFORM CHECK-CUST-REFERENCED-LOOP
                  UNTIL FLAG-FILE-END = FLAG-ON
  END-IF.


*> ***************************************************************************
*> * 予約明細参照確認繰り返し処理
*> ***************************************************************************
CHECK-CUST-REFERENCED-LOOP.
  IF      BK-CUST-ID = WS-IN-CUST-ID
          MOVE    FLAG-ON TO FLAG-CUST-REFERENCED
          MOVE    '予約明細から参照されています' TO WS-CUST-REF-FILE
          MOVE    FLAG-ON TO FLAG-FILE-END
  ELSE
          READ    TOUR-BOOKING-FILE NEXT
                  AT END MOVE FLAG-ON TO FLAG-FILE-END
          END-READ
  END-IF.


*> ***************************************************************************
*> * キャンセル待ち参照確認処理
*> * = 未作成なら参照なしとし、それ以外で開けない場合は確認できないため
*> *   参照ありとして削除させない (顧客統合と同じ扱い)
*> ***************************************************************************
CHECK-REF-WAITLIST.
  OPEN    INPUT                 TOUR-WAITLIST-FILE.
  IF      WS-WAITLIST-STATUS-OK
          MOVE    FLAG-OFF TO FLAG-FILE-END
          MOVE    LOW-VALUE TO WAIT-KEY
          START   TOUR-WAITLIST-FILE KEY >= WAIT-KEY
                  INVALID KEY MOVE FLAG-ON TO FLAG-FILE-END
          END-START
          IF      FLAG-FILE-END NOT = FLAG-ON
                  READ    TOUR-WAITLIST-FILE NEXT
                          AT END MOVE FLAG-ON TO FLAG-FILE-END
                  END-READ
          END-IF
          PERFORM CHECK-REF-WAITLIST-LOOP
                  UNTIL FLAG-FILE-END = FLAG-ON
          CLOSE   TOUR-WAITLIST-FILE
  ELSE
          IF      NOT WS-WAITLIST-NOT-FOUND
                  DISPLAY 'エラー: キャンセル待ちが開けません STATUS='
                          WS-WAITLIST-STATUS
                  MOVE    FLAG-ON TO FLAG-CUST-REFERENCED
                  MOVE    'キャンセル待ちを確認できません' TO WS-CUST-REF-FILE
          END-IF
  END-IF.


*> ***************************************************************************
*> * キャンセル待ち参照確認繰り返し処理
*> ***************************************************************************
CHECK-REF-WAITLIST-LOOP.
  IF      WAIT-CUST-ID = WS-IN-CUST-ID
          MOVE    FLAG-ON TO FLAG-CUST-REFERENCED
          MOVE    'キャンセル待ちから参照されています' TO WS-CUST-REF-FILE
          MOVE    FLAG-ON TO FLAG-FILE-END
  ELSE
          READ    TOUR-WAITLIST-FILE NEXT
                  AT END MOVE FLAG-ON TO FLAG-FILE-END
          END-READ
  END-IF.


*> ***************************************************************************
*> * 返金台帳参照確認処理
*> * = 未作成なら参照なしとし、それ以外で開けない場合は確認できないため
*> *   参照ありとして削除させない (顧客統合と同じ扱い)
*> ***************************************************************************
CHECK-REF-REFUNDS.
  OPEN    INPUT                 TOUR-REFUND-REG-FILE.
  IF      WS-REFUND-REG-STATUS-OK
          MOVE    FLAG-OFF TO FLAG-FILE-END
          MOVE    LOW-VALUE TO RREG-KEY
          START   TOUR-REFUND-REG-FILE KEY >= RREG-KEY
                  INVALID KEY MOVE FLAG-ON TO FLAG-FILE-END
          END-START
          IF      FLAG-FILE-END NOT = FLAG-ON
                  READ    TOUR-REFUND-REG-FILE NEXT
                          AT END MOVE FLAG-ON TO FLAG-FILE-END
                  END-READ
          END-IF
          PERFORM CHECK-REF-REFUNDS-LOOP
                  UNTIL FLAG-FILE-END = FLAG-ON
          CLOSE   TOUR-REFUND-REG-FILE
  ELSE
          IF      NOT WS-REFUND-REG-NOT-FOUND
                  DISPLAY 'エラー: 返金台帳が開けません STATUS='
                          WS-REFUND-REG-STATUS
                  MOVE    FLAG-ON TO FLAG-CUST-REFERENCED
                  MOVE    '返金台帳を確認できません' TO WS-CUST-REF-FILE
          END-IF
  END-IF.


*> ***************************************************************************
*> * 返金台帳参照確認繰り返し処理
*> ***************************************************************************
CHECK-REF-REFUNDS-LOOP.
  IF      RREG-CUST-ID = WS-IN-CUST-ID
          MOVE    FLAG-ON TO FLAG-CUST-REFERENCED
          MOVE    '返金台帳から参照されています' TO WS-CUST-REF-FILE
          MOVE    FLAG-ON TO FLAG-FILE-END
  ELSE
          READ    TOUR-REFUND-REG-FILE NEXT
                  AT END MOVE FLAG-ON TO FLAG-FILE-END
          END-READ
  END-IF.


*> ***************************************************************************
*> * リピーター一覧処理
*> * = 予約明細を顧客IDで集計し、予約回数の多い順 (同数なら入金額の
*> * = 取消済予約は集計対象外。顧客ID未設定は件数だけ数える
*> ***************************************************************************
LOAD-CUST-TABLE-LOOP.
  IF      BK-STATUS-CONTRACTED
          IF      BK-CUST-ID = SPACE
                  COMPUTE WS-NOCUST-COUNT = WS-NOCUST-COUNT + 1
          ELSE
  END-READ.


*> ***************************************************************************
*> * 重複候補一覧処理
*> * = 顧客マスタを全件テーブルへ読み込み、電話番号が一致する組と、
*> *   氏名・住所がともに一致する組を印刷する
*> ***************************************************************************
DUP-REPORT.
  PERFORM                     LOAD-DUP-TABLE.

  OPEN    OUTPUT                TOUR-CUST-DUP.
  WRITE   TOUR-CUST-DUP-RECORDS FROM PRINT-DUP-HEADER AFTER PAGE.

  MOVE    ZERO TO WS-DUP-PAIR-COUNT.
  MOVE    1 TO WS-DUP-IDX.
  PERFORM UNTIL WS-DUP-IDX >= WS-DUP-TABLE-COUNT
          COMPUTE WS-DUP-PAIR-IDX = WS-DUP-IDX + 1
          PERFORM UNTIL WS-DUP-PAIR-IDX > WS-DUP-TABLE-COUNT
                  PERFORM CHECK-DUP-PAIR
                  COMPUTE WS-DUP-PAIR-IDX = WS-DUP-PAIR-IDX + 1
          END-PERFORM
          COMPUTE WS-DUP-IDX = WS-DUP-IDX + 1
  END-PERFORM.

  MOVE    SPACE TO PRINT-RANK-SUMMARY.
  MOVE    '比較顧客数' TO PRINT-SUMMARY-TEXT.
  MOVE    WS-DUP-TABLE-COUNT TO PRINT-SUMMARY-COUNT.
  WRITE   TOUR-CUST-DUP-RECORDS FROM PRINT-RANK-SUMMARY AFTER 2.

  MOVE    SPACE TO PRINT-RANK-SUMMARY.
  MOVE    '重複候補の組数' TO PRINT-SUMMARY-TEXT.
  MOVE    WS-DUP-PAIR-COUNT TO PRINT-SUMMARY-COUNT.
  WRITE   TOUR-CUST-DUP-RECORDS FROM PRINT-RANK-SUMMARY AFTER 1.

  IF      WS-DUP-OVERFLOW-COUNT > ZERO
          MOVE    SPACE TO PRINT-RANK-SUMMARY
          MOVE    '比較対象外(上限超過)' TO PRINT-SUMMARY-TEXT
          MOVE    WS-DUP-OVERFLOW-COUNT TO PRINT-SUMMARY-COUNT
          WRITE   TOUR-CUST-DUP-RECORDS FROM PRINT-RANK-SUMMARY AFTER 1
  END-IF.

  CLOSE   TOUR-CUST-DUP.
  DISPLAY '比較顧客数: ' WS-DUP-TABLE-COUNT
          '  重複候補: ' WS-DUP-PAIR-COUNT ' 組'.
  DISPLAY '重複候補一覧: TOUR-CUST-DUP.DAT'.


*> ***************************************************************************
*> * 重複候補テーブル読み込み処理
*> * = 顧客マスタを顧客ID順に読み、比較用の値を作ってテーブルへ積む
*> ***************************************************************************
LOAD-DUP-TABLE.
  MOVE    ZERO TO WS-DUP-TABLE-COUNT WS-DUP-OVERFLOW-COUNT.
  MOVE    FLAG-OFF TO FLAG-FILE-END.

  MOVE    LOW-VALUE TO CUST-ID.
  START   TOUR-CUSTOMER-FILE KEY >= CUST-ID
          INVALID KEY MOVE FLAG-ON TO FLAG-FILE-END
  END-START.
  IF      FLAG-FILE-END NOT = FLAG-ON
          READ    TOUR-CUSTOMER-FILE NEXT
                  AT END MOVE FLAG-ON TO FLAG-FILE-END
          END-READ
  END-IF.

  PERFORM LOAD-DUP-TABLE-LOOP
          UNTIL FLAG-FILE-END = FLAG-ON.


*> ***************************************************************************
*> * 重複候補テーブル読み込み繰り返し処理
*> ***************************************************************************
LOAD-DUP-TABLE-LOOP.
  IF      WS-DUP-TABLE-COUNT < WS-DUP-TABLE-MAX
          COMPUTE WS-DUP-TABLE-COUNT = WS-DUP-TABLE-COUNT + 1
          MOVE    CUST-ID TO WS-DUP-CUST-ID(WS-DUP-TABLE-COUNT)
          MOVE    CUST-NAME TO WS-DUP-CUST-NAME(WS-DUP-TABLE-COUNT)
          MOVE    CUST-PHONE TO WS-DUP-CUST-PHONE(WS-DUP-TABLE-COUNT)

          MOVE    CUST-PHONE TO WS-NORM-IN
          PERFORM NORMALIZE-TEXT
          MOVE    WS-NORM-OUT TO WS-DUP-PHONE-KEY(WS-DUP-TABLE-COUNT)

          MOVE    CUST-NAME TO WS-NORM-IN
          PERFORM NORMALIZE-TEXT
          MOVE    WS-NORM-OUT TO WS-DUP-NAME-KEY(WS-DUP-TABLE-COUNT)

          MOVE    CUST-ADDRESS TO WS-NORM-IN
          PERFORM NORMALIZE-TEXT
          MOVE    WS-NORM-OUT TO WS-DUP-ADDRESS-KEY(WS-DUP-TABLE-COUNT)
  ELSE
          COMPUTE WS-DUP-OVERFLOW-COUNT = WS-DUP-OVERFLOW-COUNT + 1
  END-IF.

  READ    TOUR-CUSTOMER-FILE NEXT
          AT END MOVE FLAG-ON TO FLAG-FILE-END.


*> ***************************************************************************
*> * 比較値作成処理
*> * = WS-NORM-INから空白とハイフンを除いて左詰めし、WS-NORM-OUTへ返す
*> *   (電話番号の区切り方・氏名の姓名間の空白の違いを吸収する)
*> ***************************************************************************
NORMALIZE-TEXT.
  MOVE    SPACE TO WS-NORM-OUT.
  MOVE    ZERO TO WS-NORM-LEN.
  MOVE    1 TO WS-NORM-IDX.
  PERFORM UNTIL WS-NORM-IDX > 30
          IF      WS-NORM-IN(WS-NORM-IDX:1) NOT = SPACE
              AND WS-NORM-IN(WS-NORM-IDX:1) NOT = '-'
                  COMPUTE WS-NORM-LEN = WS-NORM-LEN + 1
                  MOVE    WS-NORM-IN(WS-NORM-IDX:1)
                          TO WS-NORM-OUT(WS-NORM-LEN:1)
          END-IF
          COMPUTE WS-NORM-IDX = WS-NORM-IDX + 1
  END-PERFORM.


*> ***************************************************************************
*> * 重複候補1組判定処理
*> * = WS-DUP-IDXとWS-DUP-PAIR-IDXの顧客を比べ、候補なら1行印刷する
*> ***************************************************************************
CHECK-DUP-PAIR.
  MOVE    SPACE TO PRINT-DUP-REASON.

  IF      WS-DUP-PHONE-KEY(WS-DUP-IDX) NOT = SPACE
      AND WS-DUP-PHONE-KEY(WS-DUP-IDX) = WS-DUP-PHONE-KEY(WS-DUP-PAIR-IDX)
          MOVE    '電話番号' TO PRINT-DUP-REASON
  END-IF.

  IF      WS-DUP-NAME-KEY(WS-DUP-IDX) NOT = SPACE
      AND WS-DUP-ADDRESS-KEY(WS-DUP-IDX) NOT = SPACE
      AND WS-DUP-NAME-KEY(WS-DUP-IDX) = WS-DUP-NAME-KEY(WS-DUP-PAIR-IDX)
      AND WS-DUP-ADDRESS-KEY(WS-DUP-IDX)
          = WS-DUP-ADDRESS-KEY(WS-DUP-PAIR-IDX)
          IF      PRINT-DUP-REASON = SPACE
                  MOVE    '氏名+住所' TO PRINT-DUP-REASON
          ELSE
                  MOVE    '電話番号+氏名+住所' TO PRINT-DUP-REASON
          END-IF
  END-IF.

  IF      PRINT-DUP-REASON NOT = SPACE
          MOVE    WS-DUP-CUST-ID(WS-DUP-IDX) TO PRINT-DUP-ID-1
          MOVE    WS-DUP-CUST-NAME(WS-DUP-IDX) TO PRINT-DUP-NAME-1
          MOVE    WS-DUP-CUST-PHONE(WS-DUP-IDX) TO PRINT-DUP-PHONE-1
          MOVE    WS-DUP-CUST-ID(WS-DUP-PAIR-IDX) TO PRINT-DUP-ID-2
          MOVE    WS-DUP-CUST-NAME(WS-DUP-PAIR-IDX) TO PRINT-DUP-NAME-2
          MOVE    WS-DUP-CUST-PHONE(WS-DUP-PAIR-IDX) TO PRINT-DUP-PHONE-2
          WRITE   TOUR-CUST-DUP-RECORDS FROM PRINT-DUP-LINE AFTER 1
          COMPUTE WS-DUP-PAIR-COUNT = WS-DUP-PAIR-COUNT + 1
  END-IF.


*> ***************************************************************************
*> * 顧客統合処理
*> * = 統合元を参照する予約明細・キャンセル待ち・返金台帳の顧客IDを
*> *   統合先へ付け替え、統合元の顧客を削除する。書き換えたレコードの
*> *   キーと削除した顧客レコードは統合ログへ残す。付け替えかログ記録に
*> *   1件でも失敗した場合は統合元を削除せずに残す (再実行できるように)
*> ***************************************************************************
MERGE-CUSTOMER.
  DISPLAY '統合先(残す)顧客IDを入力してください ==> ' WITH NO ADVANCING.
  ACCEPT   WS-IN-SURVIVOR-ID.
  DISPLAY '統合元(削除する)顧客IDを入力してください ==> ' WITH NO ADVANCING.
  ACCEPT   WS-IN-RETIRED-ID.

  MOVE    ZERO TO WS-CONFIRM-CHOICE.
  IF      WS-IN-SURVIVOR-ID = WS-IN-RETIRED-ID
          DISPLAY 'エラー: 統合先と統合元が同じ顧客IDです'
  ELSE
          PERFORM CHECK-MERGE-CUSTOMERS
  END-IF.

  IF      WS-CONFIRM-CHOICE = 1
          PERFORM OPEN-MERGE-FILES
  END-IF.

  IF      WS-CONFIRM-CHOICE = 1
          ACCEPT  WS-MERGE-DATE FROM DATE YYYYMMDD
          ACCEPT  WS-MERGE-TIME FROM TIME
          MOVE    ZERO TO WS-MERGE-BOOKING-COUNT
                          WS-MERGE-WAITLIST-COUNT
                          WS-MERGE-REFUND-COUNT
                          WS-MERGE-FAIL-COUNT

          *> 削除する顧客レコードを先に記録する (取消時に追加し直す)
          MOVE    SPACE TO TOUR-MERGE-LOG-REC
          MOVE    'C' TO MLOG-KIND
          MOVE    ZERO TO MLOG-ITEM-NO
          MOVE    WS-RETIRED-IMAGE TO MLOG-CUST-IMAGE
          PERFORM WRITE-MERGE-LOG

          PERFORM MERGE-BOOKINGS
          IF      FLAG-WAITLIST-OPENED = FLAG-ON
                  PERFORM MERGE-WAITLIST
          END-IF
          IF      FLAG-REG-OPENED = FLAG-ON
                  PERFORM MERGE-REFUNDS
          END-IF

          IF      WS-MERGE-FAIL-COUNT = ZERO
                  MOVE    WS-IN-RETIRED-ID TO CUST-ID
                  DELETE  TOUR-CUSTOMER-FILE
                          INVALID KEY
                          DISPLAY 'エラー: 統合元 ' WS-IN-RETIRED-ID
                                  ' の削除に失敗しました STATUS='
                                  WS-CUSTOMER-STATUS
                  END-DELETE
          END-IF

          PERFORM CLOSE-MERGE-FILES

          IF      WS-MERGE-FAIL-COUNT = ZERO
                  DISPLAY '顧客 ' WS-IN-RETIRED-ID ' を ' WS-IN-SURVIVOR-ID ' '
                          WS-SURVIVOR-NAME ' へ統合しました'
          ELSE
                  DISPLAY 'エラー: 付け替え・統合ログの記録に '
                          WS-MERGE-FAIL-COUNT ' 件失敗しました'
                  DISPLAY '        統合元 ' WS-IN-RETIRED-ID
                          ' は削除せずに残しました。原因を取り除いて'
                          '再実行してください'
          END-IF
          DISPLAY '  予約: ' WS-MERGE-BOOKING-COUNT
                  ' 件  キャンセル待ち: ' WS-MERGE-WAITLIST-COUNT
                  ' 件  返金台帳: ' WS-MERGE-REFUND-COUNT ' 件'
          DISPLAY '統合ログ: TOUR-CUST-MERGE.DAT'
  END-IF.


*> ***************************************************************************
*> * 統合対象確認処理
*> * = 統合先・統合元がともに存在することを確かめ、実行を確認する。
*> *   実行する場合だけWS-CONFIRM-CHOICEに1を返す
*> ***************************************************************************
CHECK-MERGE-CUSTOMERS.
  MOVE    WS-IN-SURVIVOR-ID TO CUST-ID.
  READ    TOUR-CUSTOMER-FILE
          INVALID KEY
          DISPLAY 'エラー: 統合先 ' WS-IN-SURVIVOR-ID ' が見つかりません'
  END-READ.

  IF      WS-CUSTOMER-STATUS-OK
          MOVE    CUST-NAME TO WS-SURVIVOR-NAME
          MOVE    WS-IN-RETIRED-ID TO CUST-ID
          READ    TOUR-CUSTOMER-FILE
                  INVALID KEY
                  DISPLAY 'エラー: 統合元 ' WS-IN-RETIRED-ID ' が見つかりません'
          END-READ
  END-IF.

  IF      WS-CUSTOMER-STATUS-OK
          MOVE    TOUR-CUSTOMER-REC TO WS-RETIRED-IMAGE
          DISPLAY '統合先: ' WS-IN-SURVIVOR-ID ' ' WS-SURVIVOR-NAME
          DISPLAY '統合元: ' CUST-ID ' ' CUST-NAME ' ' CUST-PHONE
          DISPLAY '統合元の顧客は削除されます。'
                  '実行しますか(1:実行 2:中止) ==> ' WITH NO ADVANCING
          ACCEPT  WS-CONFIRM-CHOICE
          IF      WS-CONFIRM-CHOICE NOT = 1
                  DISPLAY '顧客統合を中止しました'
          END-IF
  END-IF.


*> ***************************************************************************
*> * 統合用ファイルオープン処理
*> * = 予約明細を更新用に開き直し、キャンセル待ち・返金台帳と統合ログを
*> *   開く。予約明細・統合ログが開けない場合は何も変えずに中止する
*> *   (キャンセル待ち・返金台帳は未作成なら対象なしとして進める)
*> ***************************************************************************
OPEN-MERGE-FILES.
  IF      FLAG-BOOKING-OPENED = FLAG-ON
          CLOSE   TOUR-BOOKING-FILE
          MOVE    FLAG-OFF TO FLAG-BOOKING-OPENED
  END-IF.
  OPEN    I-O                   TOUR-BOOKING-FILE.
  IF      WS-BOOKING-STATUS-OK
          MOVE    FLAG-ON TO FLAG-BOOKING-OPENED
  ELSE
          DISPLAY 'エラー: 予約明細を更新用に開けません STATUS='
                  WS-BOOKING-STATUS
          DISPLAY '        顧客統合を中止します'
          MOVE    ZERO TO WS-CONFIRM-CHOICE
  END-IF.

  IF      WS-CONFIRM-CHOICE = 1
          OPEN    EXTEND        TOUR-MERGE-LOG
          IF      NOT WS-MERGE-LOG-STATUS-OK
                  OPEN    OUTPUT TOUR-MERGE-LOG
          END-IF
          IF      WS-MERGE-LOG-STATUS-OK
                  MOVE    FLAG-ON TO FLAG-MERGE-LOG-OPENED
          ELSE
                  DISPLAY 'エラー: 統合ログが開けません STATUS='
                          WS-MERGE-LOG-STATUS
                  DISPLAY '        顧客統合を中止します'
                  MOVE    ZERO TO WS-CONFIRM-CHOICE
          END-IF
  END-IF.

  IF      WS-CONFIRM-CHOICE = 1
          OPEN    I-O           TOUR-WAITLIST-FILE
          IF      WS-WAITLIST-STATUS-OK
                  MOVE    FLAG-ON TO FLAG-WAITLIST-OPENED
          ELSE
                  IF      NOT WS-WAITLIST-NOT-FOUND
                          DISPLAY 'エラー: キャンセル待ちが開けません STATUS='
                                  WS-WAITLIST-STATUS
                          DISPLAY '        顧客統合を中止します'
                          MOVE    ZERO TO WS-CONFIRM-CHOICE
                  END-IF
          END-IF
  END-IF.

  IF      WS-CONFIRM-CHOICE = 1
          OPEN    I-O           TOUR-REFUND-REG-FILE
          IF      WS-REFUND-REG-STATUS-OK
                  MOVE    FLAG-ON TO FLAG-REG-OPENED
          ELSE
                  IF      NOT WS-REFUND-REG-NOT-FOUND
                          DISPLAY 'エラー: 返金台帳が開けません STATUS='
                                  WS-REFUND-REG-STATUS
                          DISPLAY '        顧客統合を中止します'
                          MOVE    ZERO TO WS-CONFIRM-CHOICE
                  END-IF
          END-IF
  END-IF.

  IF      WS-CONFIRM-CHOICE NOT = 1
          PERFORM CLOSE-MERGE-FILES
  END-IF.


*> ***************************************************************************
*> * 統合用ファイルクローズ処理
*> * = 統合用に開いたファイルを閉じ、予約明細を参照用に開き直す
*> ***************************************************************************
CLOSE-MERGE-FILES.
  IF      FLAG-WAITLIST-OPENED = FLAG-ON
          CLOSE   TOUR-WAITLIST-FILE
          MOVE    FLAG-OFF TO FLAG-WAITLIST-OPENED
  END-IF.
  IF      FLAG-REG-OPENED = FLAG-ON
          CLOSE   TOUR-REFUND-REG-FILE
          MOVE    FLAG-OFF TO FLAG-REG-OPENED
  END-IF.
  IF      FLAG-MERGE-LOG-OPENED = FLAG-ON
          CLOSE   TOUR-MERGE-LOG
          MOVE    FLAG-OFF TO FLAG-MERGE-LOG-OPENED
  END-IF.

  IF      FLAG-BOOKING-OPENED = FLAG-ON
          CLOSE   TOUR-BOOKING-FILE
          MOVE    FLAG-OFF TO FLAG-BOOKING-OPENED
  END-IF.
  OPEN    INPUT                 TOUR-BOOKING-FILE.
  IF      WS-BOOKING-STATUS-OK
          MOVE    FLAG-ON TO FLAG-BOOKING-OPENED
  END-IF.


*> ***************************************************************************
*> * 予約明細付け替え処理
*> ***************************************************************************
MERGE-BOOKINGS.
  MOVE    FLAG-OFF TO FLAG-FILE-END.
  MOVE    LOW-VALUE TO BK-KEY.
  START   TOUR-BOOKING-FILE KEY >= BK-KEY
          INVALID KEY MOVE FLAG-ON TO FLAG-FILE-END
  END-START.
  IF      FLAG-FILE-END NOT = FLAG-ON
          READ    TOUR-BOOKING-FILE NEXT
                  AT END MOVE FLAG-ON TO FLAG-FILE-END
          END-READ
  END-IF.

  PERFORM MERGE-BOOKINGS-LOOP
          UNTIL FLAG-FILE-END = FLAG-ON.


*> ***************************************************************************
*> * 予約明細付け替え繰り返し処理
*> ***************************************************************************
MERGE-BOOKINGS-LOOP.
  IF      BK-CUST-ID = WS-IN-RETIRED-ID
          MOVE    WS-IN-SURVIVOR-ID TO BK-CUST-ID
          REWRITE TOUR-BOOKING-REC
                  INVALID KEY
                  DISPLAY '警告: 予約 ' BK-KEY ' を更新できません STATUS='
                          WS-BOOKING-STATUS
                  COMPUTE WS-MERGE-FAIL-COUNT = WS-MERGE-FAIL-COUNT + 1
                  NOT INVALID KEY
                  MOVE    SPACE TO TOUR-MERGE-LOG-REC
                  MOVE    'B' TO MLOG-KIND
                  MOVE    BK-TOUR-CODE TO MLOG-TOUR-CODE
                  MOVE    BK-BOOKING-NO TO MLOG-ITEM-NO
                  PERFORM WRITE-MERGE-LOG
                  COMPUTE WS-MERGE-BOOKING-COUNT = WS-MERGE-BOOKING-COUNT + 1
          END-REWRITE
  END-IF.

  READ    TOUR-BOOKING-FILE NEXT
          AT END MOVE FLAG-ON TO FLAG-FILE-END.


*> ***************************************************************************
*> * キャンセル待ち付け替え処理
*> ***************************************************************************
MERGE-WAITLIST.
  MOVE    FLAG-OFF TO FLAG-FILE-END.
  MOVE    LOW-VALUE TO WAIT-KEY.
  START   TOUR-WAITLIST-FILE KEY >= WAIT-KEY
          INVALID KEY MOVE FLAG-ON TO FLAG-FILE-END
  END-START.
  IF      FLAG-FILE-END NOT = FLAG-ON
          READ    TOUR-WAITLIST-FILE NEXT
                  AT END MOVE FLAG-ON TO FLAG-FILE-END
          END-READ
  END-IF.

  PERFORM MERGE-WAITLIST-LOOP
          UNTIL FLAG-FILE-END = FLAG-ON.


*> ***************************************************************************
*> * キャンセル待ち付け替え繰り返し処理
*> ***************************************************************************
MERGE-WAITLIST-LOOP.
  IF      WAIT-CUST-ID = WS-IN-RETIRED-ID
          MOVE    WS-IN-SURVIVOR-ID TO WAIT-CUST-ID
          REWRITE TOUR-WAITLIST-REC
                  INVALID KEY
                  DISPLAY '警告: キャンセル待ち ' WAIT-KEY
                          ' を更新できません STATUS=' WS-WAITLIST-STATUS
                  COMPUTE WS-MERGE-FAIL-COUNT = WS-MERGE-FAIL-COUNT + 1
                  NOT INVALID KEY
                  MOVE    SPACE TO TOUR-MERGE-LOG-REC
                  MOVE    'W' TO MLOG-KIND
                  MOVE    WAIT-TOUR-CODE TO MLOG-TOUR-CODE
                  MOVE    WAIT-SEQ TO MLOG-ITEM-NO
                  PERFORM WRITE-MERGE-LOG
                  COMPUTE WS-MERGE-WAITLIST-COUNT
                          = WS-MERGE-WAITLIST-COUNT + 1
          END-REWRITE
  END-IF.

  READ    TOUR-WAITLIST-FILE NEXT
          AT END MOVE FLAG-ON TO FLAG-FILE-END.


*> ***************************************************************************
*> * 返金台帳付け替え処理
*> * = 振込依頼の振込先名が統合先の顧客名になるよう付け替える
*> ***************************************************************************
MERGE-REFUNDS.
  MOVE    FLAG-OFF TO FLAG-FILE-END.
  MOVE    LOW-VALUE TO RREG-KEY.
  START   TOUR-REFUND-REG-FILE KEY >= RREG-KEY
          INVALID KEY MOVE FLAG-ON TO FLAG-FILE-END
  END-START.
  IF      FLAG-FILE-END NOT = FLAG-ON
          READ    TOUR-REFUND-REG-FILE NEXT
                  AT END MOVE FLAG-ON TO FLAG-FILE-END
          END-READ
  END-IF.

  PERFORM MERGE-REFUNDS-LOOP
          UNTIL FLAG-FILE-END = FLAG-ON.


*> ***************************************************************************
*> * 返金台帳付け替え繰り返し処理
*> ***************************************************************************
MERGE-REFUNDS-LOOP.
  IF      RREG-CUST-ID = WS-IN-RETIRED-ID
          MOVE    WS-IN-SURVIVOR-ID TO RREG-CUST-ID
          REWRITE TOUR-REFUND-REG-REC
                  INVALID KEY
                  DISPLAY '警告: 返金台帳 ' RREG-KEY
                          ' を更新できません STATUS=' WS-REFUND-REG-STATUS
                  COMPUTE WS-MERGE-FAIL-COUNT = WS-MERGE-FAIL-COUNT + 1
                  NOT INVALID KEY
                  MOVE    SPACE TO TOUR-MERGE-LOG-REC
                  MOVE    'R' TO MLOG-KIND
                  MOVE    RREG-TOUR-CODE TO MLOG-TOUR-CODE
                  MOVE    RREG-BOOKING-NO TO MLOG-ITEM-NO
                  PERFORM WRITE-MERGE-LOG
                  COMPUTE WS-MERGE-REFUND-COUNT = WS-MERGE-REFUND-COUNT + 1
          END-REWRITE
  END-IF.

  READ    TOUR-REFUND-REG-FILE NEXT
          AT END MOVE FLAG-ON TO FLAG-FILE-END.


*> ***************************************************************************
*> * 統合ログ1件書き出し処理
*> * = 呼び出し元で区分・キー(顧客は統合元レコード)を設定しておくこと。
*> *   書けなかった場合は取り消せなくなるため失敗件数に数える
*> ***************************************************************************
WRITE-MERGE-LOG.
  MOVE    WS-MERGE-DATE TO MLOG-DATE.
  MOVE    WS-MERGE-TIME TO MLOG-TIME.
  MOVE    WS-IN-SURVIVOR-ID TO MLOG-SURVIVOR-ID.
  MOVE    WS-IN-RETIRED-ID TO MLOG-RETIRED-ID.
  WRITE   TOUR-MERGE-LOG-REC.
  IF      NOT WS-MERGE-LOG-STATUS-OK
          DISPLAY '警告: 統合ログに書けません 区分=' MLOG-KIND
                  ' STATUS=' WS-MERGE-LOG-STATUS
          COMPUTE WS-MERGE-FAIL-COUNT = WS-MERGE-FAIL-COUNT + 1
  END-IF.


*> ***************************************************************************
*> * 終了処理
*> ***************************************************************************
