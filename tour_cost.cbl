*> ------------------------------------------------------- <*
*> Run as:
*> $ cobc -x -free -g -debug -Wall -I copybooks tour_cost.cbl; ./tour_cost
*> TOUR-COST.DAT (索引編成, ツアーID+原価行番号キー) の
*> 仕入原価(ホテル・バス・ガイド・入場料等)の追加・変更・削除と、
*> ツアーごとの採算表 (TOUR-PROFIT.DAT) の印刷を行う。
*> 採算表の収入は TOUR-BOOKING.DAT の有効予約の入金額に、
*> 取消予約で TOUR-REFUND が返金せずに収受する取消料を加えたもの。
*> 返金計算書を発行済の取消予約は返金台帳 TOUR-REFUND-REG.DAT に
*> 記録された取消料を使い、未発行の取消予約だけ TOUR-REFUND と同じ
*> 料率表・出発日の求め方で計算する。
*> 収入から原価合計を引いた粗利と粗利率をツアーごとに印刷し、
*> 末尾に総合計と原価区分別の合計を印刷する。
*> 催行完了(状態2)の予約は有効予約と同様に収入へ含める。
*> ------------------------------------------------------- <*

*> ***************************************************************************
*> * 見出し部
*> ***************************************************************************
IDENTIFICATION DIVISION.
  PROGRAM-ID. TOUR-COST.


*> ***************************************************************************
*> * 環境部
*> ***************************************************************************
ENVIRONMENT DIVISION.

  INPUT-OUTPUT SECTION.
  FILE-CONTROL.
    SELECT TOUR-COST-FILE       ASSIGN TO 'TOUR-COST.DAT'       *> I-O      / 仕入原価ファイル
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS COST-KEY
      FILE STATUS IS WS-COST-STATUS.
    SELECT TOUR-MASTER-FILE     ASSIGN TO 'TOUR-MASTER.DAT'     *> INFILE   / ツアーマスタファイル
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS IN-TOUR-CODE
      FILE STATUS IS WS-MASTER-STATUS.
    SELECT TOUR-BOOKING-FILE    ASSIGN TO 'TOUR-BOOKING.DAT'    *> INFILE   / 予約明細ファイル
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS BK-KEY
      FILE STATUS IS WS-BOOKING-STATUS.
    SELECT TOUR-SCHEDULE-FILE   ASSIGN TO 'TOUR-SCHEDULE.DAT'   *> INFILE   / スケジュールファイル
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS SCHD-TOUR-CODE
      FILE STATUS IS WS-SCHEDULE-STATUS.
    SELECT TOUR-REFUND-REG-FILE ASSIGN TO 'TOUR-REFUND-REG.DAT' *> INFILE   / 返金台帳
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS RREG-KEY
      FILE STATUS IS WS-REFUND-REG-STATUS.
    SELECT TOUR-PROFIT-LIST     ASSIGN TO 'TOUR-PROFIT.DAT'     *> SYSPRINT / 採算表
      ORGANIZATION IS LINE SEQUENTIAL.


*> ***************************************************************************
*> * データ部
*> ***************************************************************************
DATA DIVISION.

  *> ファイルの定義
  FILE SECTION.

    *> 仕入原価ファイル (ツアーID+原価行番号をキーとした索引編成ファイル)
    FD TOUR-COST-FILE
      LABEL RECORD IS STANDARD.

    COPY TOURCOST.

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

    *> 返金台帳 (ツアーID+予約番号をキーとした索引編成ファイル)
    FD TOUR-REFUND-REG-FILE
      LABEL RECORD IS STANDARD.

    COPY TOURRREG.

    *> 採算表
    FD TOUR-PROFIT-LIST
      LABEL RECORD IS OMITTED.

    01 TOUR-PROFIT-RECORDS      PIC X(200).

  *> 変数の定義
  WORKING-STORAGE SECTION.

    *> 一時利用
    01 FLAG-FILE-END            PIC 9(01) VALUE ZERO.     *> マスタEODフラグ
    01 FLAG-SUM-END             PIC 9(01) VALUE ZERO.     *> 合計読み終わりフラグ
    01 FLAG-ON                  PIC 9(01) VALUE 1.        *> 定数 ON
    01 FLAG-OFF                 PIC 9(01) VALUE 0.        *> 定数 OFF
    01 FLAG-EXIT                PIC 9(01) VALUE ZERO.
      88 WS-EXIT-REQUESTED      VALUE 1.

    01 WS-COST-STATUS           PIC X(02) VALUE '00'.     *> TOUR-COST-FILEの状態キー
      88 WS-COST-STATUS-OK      VALUE '00'.
      88 WS-COST-NOT-FOUND      VALUE '35'.
    01 WS-MASTER-STATUS         PIC X(02) VALUE '00'.     *> TOUR-MASTER-FILEの状態キー
      88 WS-MASTER-STATUS-OK    VALUE '00'.
    01 WS-BOOKING-STATUS        PIC X(02) VALUE '00'.     *> TOUR-BOOKING-FILEの状態キー
      88 WS-BOOKING-STATUS-OK   VALUE '00'.
    01 WS-SCHEDULE-STATUS       PIC X(02) VALUE '00'.     *> TOUR-SCHEDULE-FILEの状態キー
      88 WS-SCHEDULE-STATUS-OK  VALUE '00'.
    01 WS-REFUND-REG-STATUS     PIC X(02) VALUE '00'.     *> TOUR-REFUND-REG-FILEの状態キー
      88 WS-REFUND-REG-STATUS-OK VALUE '00'.

    01 WS-MENU-CHOICE           PIC 9(01) VALUE ZERO.

    01 FLAG-COST-OPENED         PIC 9(01) VALUE ZERO.     *> 仕入原価オープン済フラグ
    01 FLAG-MASTER-OPENED       PIC 9(01) VALUE ZERO.     *> マスタオープン済フラグ
    01 FLAG-BOOKING-OPENED      PIC 9(01) VALUE ZERO.     *> 予約明細オープン済フラグ
    01 FLAG-SCHEDULE-OPENED     PIC 9(01) VALUE ZERO.     *> スケジュールオープン済フラグ
    01 FLAG-REG-OPENED          PIC 9(01) VALUE ZERO.     *> 返金台帳オープン済フラグ
    01 WS-TOUR-EXISTS-FLAG      PIC 9(01) VALUE ZERO.     *> ツアーID存在フラグ
      88 WS-TOUR-EXISTS         VALUE 1.

    *> 画面入力用のワーク項目
    01 WS-IN-TOUR-CODE          PIC X(05).
    01 WS-IN-LINE-NO            PIC 9(03).
    01 WS-IN-CATEGORY           PIC X(01).
    01 WS-IN-SUPPLIER           PIC X(20).
    01 WS-IN-DESCRIPTION        PIC X(20).
    01 WS-IN-AMOUNT             PIC 9(11).
    01 WS-CATEGORY-VALID-FLAG   PIC 9(01) VALUE ZERO.
      88 WS-CATEGORY-VALID      VALUE 1.

    *> 原価行番号採番
    01 WS-COST-MAX-LINE         PIC 9(03) VALUE ZERO.     *> 当該ツアーの最大原価行番号
    01 WS-NEXT-LINE-NO          PIC 9(03) VALUE ZERO.     *> 次の原価行番号

    *> 変更前保持域 (変更の確認用)
    01 WS-OLD-AMOUNT            PIC 9(11) VALUE ZERO.

    *> 取消料計算用 (TOUR-REFUNDと同じ料率表)
    *> 31日以上前:0% / 30~15日前:20% / 14~8日前:30% / 7~2日前:40%
    *> / 前日・当日:50% / ツアー日経過後:100%
    01 WS-RUN-DATE              PIC 9(08) VALUE ZERO.     *> 処理日(YYYYMMDD)
    01 WS-TOUR-DATE             PIC 9(08) VALUE ZERO.     *> 出発日(YYYYMMDD)
    01 WS-DAYS-BEFORE           PIC S9(05) VALUE ZERO.    *> 出発日までの残日数
    01 WS-FEE-RATE              PIC 9(03) VALUE ZERO.     *> 取消料率(%)
    01 WS-FEE-AMOUNT            PIC 9(11) VALUE ZERO.     *> 取消料(円未満切り捨て)

    *> 採算集計用 (ツアー単位)
    01 WS-TOUR-SALES            PIC 9(13) VALUE ZERO.     *> 有効予約入金額
    01 WS-TOUR-FEES             PIC 9(13) VALUE ZERO.     *> 取消料収入
    01 WS-TOUR-REVENUE          PIC 9(13) VALUE ZERO.     *> 収入計
    01 WS-TOUR-COST             PIC 9(13) VALUE ZERO.     *> 原価計
    01 WS-TOUR-MARGIN           PIC S9(13) VALUE ZERO.    *> 粗利
    01 WS-MARGIN-RATE           PIC S9(05)V9(01) VALUE ZERO. *> 粗利率(%)

    *> 採算集計用 (総合計)
    01 WS-GRAND-SALES           PIC 9(13) VALUE ZERO.     *> 有効予約入金額合計
    01 WS-GRAND-FEES            PIC 9(13) VALUE ZERO.     *> 取消料収入合計
    01 WS-GRAND-REVENUE         PIC 9(13) VALUE ZERO.     *> 収入合計
    01 WS-GRAND-COST            PIC 9(13) VALUE ZERO.     *> 原価合計
    01 WS-GRAND-MARGIN          PIC S9(13) VALUE ZERO.    *> 粗利合計
    01 WS-GRAND-HOTEL           PIC 9(13) VALUE ZERO.     *> ホテル原価合計
    01 WS-GRAND-BUS             PIC 9(13) VALUE ZERO.     *> バス原価合計
    01 WS-GRAND-GUIDE           PIC 9(13) VALUE ZERO.     *> ガイド原価合計
    01 WS-GRAND-ENTRY           PIC 9(13) VALUE ZERO.     *> 入場料原価合計
    01 WS-GRAND-OTHER           PIC 9(13) VALUE ZERO.     *> その他原価合計
    01 WS-REPORT-COUNT          PIC 9(05) VALUE ZERO.     *> 印刷件数
    01 WS-LOSS-COUNT            PIC 9(05) VALUE ZERO.     *> 赤字件数
    01 WS-NOCOST-COUNT          PIC 9(05) VALUE ZERO.     *> 原価未登録件数

    *> 採算表出力域
    01 PRINT-PROFIT-HEADER.
      03 FILLER                 PIC X(05) VALUE 'ID   '.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 FILLER                 PIC X(20) VALUE 'ﾂｱｰﾒｲ'.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 FILLER                 PIC X(27) VALUE 'ｳﾘｱｹﾞ'.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 FILLER                 PIC X(28) VALUE 'ﾄﾘｹｼﾘｮｳ'.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 FILLER                 PIC X(33) VALUE 'ｼｭｳﾆｭｳｹｲ'.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 FILLER                 PIC X(29) VALUE 'ｹﾞﾝｶｹｲ'.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 FILLER                 PIC X(24) VALUE 'ｱﾗﾘ'.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 FILLER                 PIC X(18) VALUE 'ｱﾗﾘﾘﾂ'.

    01 PRINT-PROFIT-LINE.
      03 PRINT-PROFIT-CODE      PIC X(05).
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-PROFIT-NAME      PIC X(10).
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-PROFIT-SALES     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-PROFIT-FEES      PIC ZZ,ZZZ,ZZZ,ZZ9.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-PROFIT-REVENUE   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-PROFIT-COST      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-PROFIT-MARGIN    PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-PROFIT-RATE      PIC X(08).

    01 PRINT-PROFIT-TOTAL.
      03 FILLER                 PIC X(17) VALUE '総合計'.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-TOTAL-SALES      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-TOTAL-FEES       PIC ZZ,ZZZ,ZZZ,ZZ9.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-TOTAL-REVENUE    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-TOTAL-COST       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-TOTAL-MARGIN     PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-TOTAL-RATE       PIC X(08).

    01 PRINT-PROFIT-SUMMARY.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-SUMMARY-TEXT     PIC X(30).
      03 PRINT-SUMMARY-AMOUNT   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.

    *> 粗利率の編集用 (収入0のツアーは '-' で印刷する)
    01 WS-EDIT-RATE             PIC -ZZZZ9.9.


*> ***************************************************************************
*> * 手続き部
*> ***************************************************************************
PROCEDURE DIVISION.

*> 基本処理
BASE.
  DISPLAY 'TOUR-COST'.
  DISPLAY '-- PROGRAM START --'.

  PERFORM                     INIT.

  PERFORM                     MAIN-LOOP
                              UNTIL WS-EXIT-REQUESTED.

  PERFORM                     FINALIZE.

  DISPLAY '-- PROGRAM EXIT   --'.
  STOP RUN.


*> ***************************************************************************
*> * 初期化処理
*> ***************************************************************************
INIT.
  ACCEPT  WS-RUN-DATE FROM DATE YYYYMMDD.

  OPEN    I-O                  TOUR-COST-FILE.
  IF      WS-COST-NOT-FOUND
          *> 初回実行でファイルが存在しない場合だけ新規作成する
          OPEN    OUTPUT        TOUR-COST-FILE
          CLOSE                 TOUR-COST-FILE
          OPEN    I-O           TOUR-COST-FILE
  END-IF.
  IF      WS-COST-STATUS-OK
          MOVE    FLAG-ON TO FLAG-COST-OPENED
  ELSE
          DISPLAY 'エラー: 仕入原価ファイルが開けません STATUS=' WS-COST-STATUS
          DISPLAY '        保守を中止します'
          MOVE    FLAG-ON TO FLAG-EXIT
  END-IF.

  OPEN    INPUT                 TOUR-MASTER-FILE.
  IF      WS-MASTER-STATUS-OK
          MOVE    FLAG-ON TO FLAG-MASTER-OPENED
  ELSE
          DISPLAY '警告: マスタが開けません STATUS=' WS-MASTER-STATUS
          DISPLAY '      ツアーID存在チェックと採算表は使えません'
  END-IF.

  OPEN    INPUT                 TOUR-BOOKING-FILE.
  IF      WS-BOOKING-STATUS-OK
          MOVE    FLAG-ON TO FLAG-BOOKING-OPENED
  ELSE
          DISPLAY '警告: 予約明細が開けません STATUS=' WS-BOOKING-STATUS
          DISPLAY '      採算表の収入は0で印刷されます'
  END-IF.

  OPEN    INPUT                 TOUR-SCHEDULE-FILE.
  IF      WS-SCHEDULE-STATUS-OK
          MOVE    FLAG-ON TO FLAG-SCHEDULE-OPENED
  ELSE
          DISPLAY '警告: スケジュールが開けません STATUS=' WS-SCHEDULE-STATUS
          DISPLAY '      取消料は出発日の代わりに契約日で計算します'
  END-IF.

  *> 返金台帳は計算書を一度も発行していなければ存在しない
  OPEN    INPUT                 TOUR-REFUND-REG-FILE.
  IF      WS-REFUND-REG-STATUS-OK
          MOVE    FLAG-ON TO FLAG-REG-OPENED
  END-IF.


*> ***************************************************************************
*> * メイン繰り返し処理 (メニュー)
*> ***************************************************************************
MAIN-LOOP.
  DISPLAY ' '.
  DISPLAY '1.原価追加  2.原価変更  3.原価削除  4.採算表  5.終了'.
  DISPLAY 'ﾒﾆｭｰ番号を入力してください ==> ' WITH NO ADVANCING.
  ACCEPT   WS-MENU-CHOICE.

  EVALUATE WS-MENU-CHOICE
    WHEN 1  PERFORM ADD-COST
    WHEN 2  PERFORM CHANGE-COST
    WHEN 3  PERFORM DELETE-COST
    WHEN 4  PERFORM PROFIT-REPORT
    WHEN 5  MOVE FLAG-ON TO FLAG-EXIT
    WHEN OTHER
            DISPLAY 'メニュー番号が不正です'
  END-EVALUATE.


*> ***************************************************************************
*> * 原価追加処理
*> * = ツアーIDがマスタに存在することを確認し、原価行番号は
*> *   当該ツアーの最大行番号+1を採番して登録する
*> ***************************************************************************
ADD-COST.
  DISPLAY 'ﾂｱｰID(5桁)を入力してください ==> ' WITH NO ADVANCING.
  ACCEPT   WS-IN-TOUR-CODE.

  PERFORM  CHECK-TOUR-EXISTS.

  IF       WS-TOUR-EXISTS
           PERFORM ACCEPT-COST-CATEGORY
           DISPLAY '仕入先名(20桁)を入力してください ==> ' WITH NO ADVANCING
           ACCEPT WS-IN-SUPPLIER
           DISPLAY '摘要(20桁)を入力してください ==> ' WITH NO ADVANCING
           ACCEPT WS-IN-DESCRIPTION
           DISPLAY '原価額を入力してください ==> ' WITH NO ADVANCING
           ACCEPT WS-IN-AMOUNT

           PERFORM GET-NEXT-COST-LINE

           MOVE WS-IN-TOUR-CODE TO COST-TOUR-CODE
           MOVE WS-NEXT-LINE-NO TO COST-LINE-NO
           MOVE WS-IN-CATEGORY TO COST-CATEGORY
           MOVE WS-IN-SUPPLIER TO COST-SUPPLIER
           MOVE WS-IN-DESCRIPTION TO COST-DESCRIPTION
           MOVE WS-IN-AMOUNT TO COST-AMOUNT

           WRITE TOUR-COST-REC
                 INVALID KEY
                 DISPLAY 'エラー: 原価 ' WS-IN-TOUR-CODE '-'
                         WS-NEXT-LINE-NO ' は既に存在します'
                 NOT INVALID KEY
                 DISPLAY '原価 ' COST-TOUR-CODE '-' COST-LINE-NO
                         ' (' COST-AMOUNT ') を登録しました'
           END-WRITE
  END-IF.


*> ***************************************************************************
*> * ツアーID存在確認処理
*> * = マスタが開けていない場合は警告済みのためチェックを通す
*> ***************************************************************************
CHECK-TOUR-EXISTS.
  MOVE    FLAG-ON TO WS-TOUR-EXISTS-FLAG.
  IF      FLAG-MASTER-OPENED = FLAG-ON
          MOVE    WS-IN-TOUR-CODE TO IN-TOUR-CODE
          READ    TOUR-MASTER-FILE
                  INVALID KEY
                  MOVE    FLAG-OFF TO WS-TOUR-EXISTS-FLAG
                  DISPLAY 'エラー: ツアーID ' WS-IN-TOUR-CODE
                          ' はマスタに存在しません'
          END-READ
  END-IF.


*> ***************************************************************************
*> * 原価区分入力処理
*> * = 1/2/3/4/9以外が入力された場合は再入力を求める
*> ***************************************************************************
ACCEPT-COST-CATEGORY.
  MOVE    FLAG-OFF TO WS-CATEGORY-VALID-FLAG.
  PERFORM UNTIL WS-CATEGORY-VALID
          DISPLAY '原価区分(1:ﾎﾃﾙ 2:ﾊﾞｽ 3:ｶﾞｲﾄﾞ 4:入場料 9:その他)'
                  'を入力してください ==> ' WITH NO ADVANCING
          ACCEPT   WS-IN-CATEGORY
          IF      WS-IN-CATEGORY = '1' OR WS-IN-CATEGORY = '2'
                  OR WS-IN-CATEGORY = '3' OR WS-IN-CATEGORY = '4'
                  OR WS-IN-CATEGORY = '9'
                  MOVE    FLAG-ON TO WS-CATEGORY-VALID-FLAG
          ELSE
                  DISPLAY '原価区分は1,2,3,4,9のいずれかを入力してください'
          END-IF
  END-PERFORM.


*> ***************************************************************************
*> * 原価行番号採番処理
*> * = 当該ツアーの最大原価行番号+1を次の行番号とする
*> ***************************************************************************
GET-NEXT-COST-LINE.
  MOVE    ZERO TO WS-COST-MAX-LINE.
  MOVE    FLAG-OFF TO FLAG-SUM-END.

  MOVE    WS-IN-TOUR-CODE TO COST-TOUR-CODE.
  MOVE    ZERO TO COST-LINE-NO.
  START   TOUR-COST-FILE KEY >= COST-KEY
          INVALID KEY MOVE FLAG-ON TO FLAG-SUM-END
  END-START.

  IF      FLAG-SUM-END NOT = FLAG-ON
          READ    TOUR-COST-FILE NEXT
                  AT END MOVE FLAG-ON TO FLAG-SUM-END
          END-READ
  END-IF.

  PERFORM GET-NEXT-COST-LINE-LOOP
          UNTIL FLAG-SUM-END = FLAG-ON.

  COMPUTE WS-NEXT-LINE-NO = WS-COST-MAX-LINE + 1.


*> ***************************************************************************
*> * 原価行番号採番繰り返し処理
*> ***************************************************************************
GET-NEXT-COST-LINE-LOOP.
  IF      COST-TOUR-CODE NOT = WS-IN-TOUR-CODE
          MOVE    FLAG-ON TO FLAG-SUM-END
  ELSE
          MOVE    COST-LINE-NO TO WS-COST-MAX-LINE
          READ    TOUR-COST-FILE NEXT
                  AT END MOVE FLAG-ON TO FLAG-SUM-END
          END-READ
  END-IF.


*> ***************************************************************************
*> * 原価変更処理
*> ***************************************************************************
CHANGE-COST.
  DISPLAY 'ﾂｱｰID(5桁)を入力してください ==> ' WITH NO ADVANCING.
  ACCEPT   WS-IN-TOUR-CODE.
  DISPLAY '原価行番号(3桁)を入力してください ==> ' WITH NO ADVANCING.
  ACCEPT   WS-IN-LINE-NO.
  MOVE     WS-IN-TOUR-CODE TO COST-TOUR-CODE.
  MOVE     WS-IN-LINE-NO TO COST-LINE-NO.

  READ     TOUR-COST-FILE
           INVALID KEY
           DISPLAY 'エラー: 原価 ' WS-IN-TOUR-CODE '-' WS-IN-LINE-NO
                   ' が見つかりません'.

  IF       WS-COST-STATUS-OK
           MOVE COST-AMOUNT TO WS-OLD-AMOUNT
           DISPLAY '現在: 区分=' COST-CATEGORY ' 仕入先=' COST-SUPPLIER
                   ' 摘要=' COST-DESCRIPTION ' 原価額=' COST-AMOUNT

           PERFORM ACCEPT-COST-CATEGORY
           DISPLAY '仕入先名(20桁)を入力してください ==> ' WITH NO ADVANCING
           ACCEPT WS-IN-SUPPLIER
           DISPLAY '摘要(20桁)を入力してください ==> ' WITH NO ADVANCING
           ACCEPT WS-IN-DESCRIPTION
           DISPLAY '原価額を入力してください ==> ' WITH NO ADVANCING
           ACCEPT WS-IN-AMOUNT

           MOVE WS-IN-CATEGORY TO COST-CATEGORY
           MOVE WS-IN-SUPPLIER TO COST-SUPPLIER
           MOVE WS-IN-DESCRIPTION TO COST-DESCRIPTION
           MOVE WS-IN-AMOUNT TO COST-AMOUNT

           REWRITE TOUR-COST-REC
                   INVALID KEY
                   DISPLAY 'エラー: 更新に失敗しました'
                   NOT INVALID KEY
                   DISPLAY '原価 ' COST-TOUR-CODE '-' COST-LINE-NO ' を '
                           WS-OLD-AMOUNT ' -> ' COST-AMOUNT
                           ' に変更しました'
           END-REWRITE
  END-IF.


*> ***************************************************************************
*> * 原価削除処理
*> ***************************************************************************
DELETE-COST.
  DISPLAY 'ﾂｱｰID(5桁)を入力してください ==> ' WITH NO ADVANCING.
  ACCEPT   WS-IN-TOUR-CODE.
  DISPLAY '原価行番号(3桁)を入力してください ==> ' WITH NO ADVANCING.
  ACCEPT   WS-IN-LINE-NO.
  MOVE     WS-IN-TOUR-CODE TO COST-TOUR-CODE.
  MOVE     WS-IN-LINE-NO TO COST-LINE-NO.

  READ     TOUR-COST-FILE
           INVALID KEY
           DISPLAY 'エラー: 原価 ' WS-IN-TOUR-CODE '-' WS-IN-LINE-NO
                   ' が見つかりません'.

  IF       WS-COST-STATUS-OK
           DELETE TOUR-COST-FILE
                  INVALID KEY
                  DISPLAY 'エラー: 削除に失敗しました'
                  NOT INVALID KEY
                  DISPLAY '原価 ' WS-IN-TOUR-CODE '-' WS-IN-LINE-NO
                          ' を削除しました'
           END-DELETE
  END-IF.


*> ***************************************************************************
*> * 採算表処理
*> * = マスタのツアーごとに収入・原価・粗利・粗利率を印刷し、
*> *   末尾に総合計と原価区分別合計を印刷する
*> ***************************************************************************
PROFIT-REPORT.
  IF      FLAG-MASTER-OPENED NOT = FLAG-ON
          DISPLAY 'エラー: マスタが開けていないため印刷できません'
  ELSE
          MOVE    ZERO TO WS-REPORT-COUNT WS-LOSS-COUNT WS-NOCOST-COUNT
          MOVE    ZERO TO WS-GRAND-SALES WS-GRAND-FEES WS-GRAND-REVENUE
                          WS-GRAND-COST WS-GRAND-MARGIN
          MOVE    ZERO TO WS-GRAND-HOTEL WS-GRAND-BUS WS-GRAND-GUIDE
                          WS-GRAND-ENTRY WS-GRAND-OTHER
          MOVE    FLAG-OFF TO FLAG-FILE-END
          OPEN    OUTPUT        TOUR-PROFIT-LIST
          WRITE   TOUR-PROFIT-RECORDS FROM PRINT-PROFIT-HEADER AFTER PAGE

          MOVE    LOW-VALUE TO IN-TOUR-CODE
          START   TOUR-MASTER-FILE KEY >= IN-TOUR-CODE
                  INVALID KEY MOVE FLAG-ON TO FLAG-FILE-END
          END-START
          IF      FLAG-FILE-END NOT = FLAG-ON
                  READ    TOUR-MASTER-FILE NEXT
                          AT END MOVE FLAG-ON TO FLAG-FILE-END
                  END-READ
          END-IF

          PERFORM              PROFIT-LOOP
                               UNTIL FLAG-FILE-END = FLAG-ON

          PERFORM              PRINT-PROFIT-TOTALS

          CLOSE                 TOUR-PROFIT-LIST
          DISPLAY '印刷件数: ' WS-REPORT-COUNT '  赤字: ' WS-LOSS-COUNT
                  '  原価未登録: ' WS-NOCOST-COUNT
          DISPLAY '採算表: TOUR-PROFIT.DAT'
  END-IF.


*> ***************************************************************************
*> * 採算表繰り返し処理
*> * = ツアー1件ごとに収入と原価を集計して1行印刷する。
*> *   収入も原価もないツアーは印刷しない
*> ***************************************************************************
PROFIT-LOOP.
  PERFORM SUM-TOUR-REVENUE.
  PERFORM SUM-TOUR-COST.

  IF      WS-TOUR-REVENUE > ZERO OR WS-TOUR-COST > ZERO
          COMPUTE WS-TOUR-MARGIN = WS-TOUR-REVENUE - WS-TOUR-COST

          MOVE    IN-TOUR-CODE TO PRINT-PROFIT-CODE
          MOVE    IN-TOUR-NAME TO PRINT-PROFIT-NAME
          MOVE    WS-TOUR-SALES TO PRINT-PROFIT-SALES
          MOVE    WS-TOUR-FEES TO PRINT-PROFIT-FEES
          MOVE    WS-TOUR-REVENUE TO PRINT-PROFIT-REVENUE
          MOVE    WS-TOUR-COST TO PRINT-PROFIT-COST
          MOVE    WS-TOUR-MARGIN TO PRINT-PROFIT-MARGIN

          *> 粗利率 = 粗利 / 収入計 × 100 (収入0は '-')
          IF      WS-TOUR-REVENUE > ZERO
                  COMPUTE WS-MARGIN-RATE ROUNDED
                          = WS-TOUR-MARGIN * 100 / WS-TOUR-REVENUE
                  MOVE    WS-MARGIN-RATE TO WS-EDIT-RATE
                  MOVE    WS-EDIT-RATE TO PRINT-PROFIT-RATE
          ELSE
                  MOVE    '       -' TO PRINT-PROFIT-RATE
          END-IF

          WRITE   TOUR-PROFIT-RECORDS FROM PRINT-PROFIT-LINE AFTER 1

          COMPUTE WS-REPORT-COUNT = WS-REPORT-COUNT + 1
          IF      WS-TOUR-MARGIN < ZERO
                  COMPUTE WS-LOSS-COUNT = WS-LOSS-COUNT + 1
          END-IF
          IF      WS-TOUR-COST = ZERO
                  COMPUTE WS-NOCOST-COUNT = WS-NOCOST-COUNT + 1
          END-IF
          ADD     WS-TOUR-SALES TO WS-GRAND-SALES
          ADD     WS-TOUR-FEES TO WS-GRAND-FEES
          ADD     WS-TOUR-REVENUE TO WS-GRAND-REVENUE
          ADD     WS-TOUR-COST TO WS-GRAND-COST
          ADD     WS-TOUR-MARGIN TO WS-GRAND-MARGIN
  END-IF.

  READ    TOUR-MASTER-FILE NEXT
          AT END MOVE FLAG-ON TO FLAG-FILE-END.


*> ***************************************************************************
*> * ツアー収入集計処理
*> * = 当該ツアー(IN-TOUR-CODE)の有効予約の入金額と、
*> *   取消予約から収受する取消料を積み上げる
*> ***************************************************************************
SUM-TOUR-REVENUE.
  MOVE    ZERO TO WS-TOUR-SALES WS-TOUR-FEES WS-TOUR-REVENUE.
  IF      FLAG-BOOKING-OPENED = FLAG-ON
          PERFORM GET-TOUR-DATE
          MOVE    FLAG-OFF TO FLAG-SUM-END
          MOVE    IN-TOUR-CODE TO BK-TOUR-CODE
          MOVE    ZERO TO BK-BOOKING-NO
          START   TOUR-BOOKING-FILE KEY >= BK-KEY
                  INVALID KEY MOVE FLAG-ON TO FLAG-SUM-END
          END-START
          IF      FLAG-SUM-END NOT = FLAG-ON
                  READ    TOUR-BOOKING-FILE NEXT
                          AT END MOVE FLAG-ON TO FLAG-SUM-END
                  END-READ
          END-IF
          PERFORM SUM-TOUR-REVENUE-LOOP
                  UNTIL FLAG-SUM-END = FLAG-ON
  END-IF.
  COMPUTE WS-TOUR-REVENUE = WS-TOUR-SALES + WS-TOUR-FEES.


*> ***************************************************************************
*> * ツアー収入集計繰り返し処理
*> ***************************************************************************
SUM-TOUR-REVENUE-LOOP.
  IF      BK-TOUR-CODE NOT = IN-TOUR-CODE
          MOVE    FLAG-ON TO FLAG-SUM-END
  ELSE
          IF      BK-STATUS-CONTRACTED
                  ADD     BK-AMOUNT TO WS-TOUR-SALES
          END-IF
          IF      BK-STATUS-CANCELLED
                  PERFORM GET-CANCEL-FEE
                  ADD     WS-FEE-AMOUNT TO WS-TOUR-FEES
          END-IF
          READ    TOUR-BOOKING-FILE NEXT
                  AT END MOVE FLAG-ON TO FLAG-SUM-END
          END-READ
  END-IF.


*> ***************************************************************************
*> * 取消料取得処理
*> * = 返金台帳に記録済の予約は計算書の取消料を、未記録の予約は
*> *   入金額×料率 (円未満切り捨て, TOUR-REFUNDと同じ) を返す
*> ***************************************************************************
GET-CANCEL-FEE.
  COMPUTE WS-FEE-AMOUNT = BK-AMOUNT * WS-FEE-RATE / 100.

  IF      FLAG-REG-OPENED = FLAG-ON
          MOVE    BK-KEY TO RREG-KEY
          READ    TOUR-REFUND-REG-FILE
                  INVALID KEY
                  CONTINUE
                  NOT INVALID KEY
                  MOVE    RREG-FEE-AMOUNT TO WS-FEE-AMOUNT
          END-READ
  END-IF.


*> ***************************************************************************
*> * 出発日取得・取消料率決定処理
*> * = TOUR-REFUNDと同じく出発日はスケジュールから求め、未登録なら
*> *   契約日を代用する。基準日(処理日)までの残日数で料率を決める
*> ***************************************************************************
GET-TOUR-DATE.
  MOVE    IN-CONTRACT-DATE TO WS-TOUR-DATE.

  IF      FLAG-SCHEDULE-OPENED = FLAG-ON
          MOVE    IN-TOUR-CODE TO SCHD-TOUR-CODE
          READ    TOUR-SCHEDULE-FILE
                  INVALID KEY
                  CONTINUE
                  NOT INVALID KEY
                  MOVE    SCHD-DEPART-DATE TO WS-TOUR-DATE
          END-READ
  END-IF.

  COMPUTE WS-DAYS-BEFORE
          = FUNCTION INTEGER-OF-DATE(WS-TOUR-DATE)
          - FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

  EVALUATE TRUE
    WHEN    WS-DAYS-BEFORE >= 31  MOVE ZERO TO WS-FEE-RATE
    WHEN    WS-DAYS-BEFORE >= 15  MOVE 20 TO WS-FEE-RATE
    WHEN    WS-DAYS-BEFORE >= 8   MOVE 30 TO WS-FEE-RATE
    WHEN    WS-DAYS-BEFORE >= 2   MOVE 40 TO WS-FEE-RATE
    WHEN    WS-DAYS-BEFORE >= 0   MOVE 50 TO WS-FEE-RATE
    WHEN    OTHER                 MOVE 100 TO WS-FEE-RATE
  END-EVALUATE.


*> ***************************************************************************
*> * ツアー原価集計処理
*> * = 当該ツアーの原価行を積み上げ、原価区分別の総合計にも加える
*> ***************************************************************************
SUM-TOUR-COST.
  MOVE    ZERO TO WS-TOUR-COST.
  MOVE    FLAG-OFF TO FLAG-SUM-END.
  MOVE    IN-TOUR-CODE TO COST-TOUR-CODE.
  MOVE    ZERO TO COST-LINE-NO.
  START   TOUR-COST-FILE KEY >= COST-KEY
          INVALID KEY MOVE FLAG-ON TO FLAG-SUM-END
  END-START.

  IF      FLAG-SUM-END NOT = FLAG-ON
          READ    TOUR-COST-FILE NEXT
                  AT END MOVE FLAG-ON TO FLAG-SUM-END
          END-READ
  END-IF.

  PERFORM SUM-TOUR-COST-LOOP
          UNTIL FLAG-SUM-END = FLAG-ON.


*> ***************************************************************************
*> * ツアー原価集計繰り返し処理
*> ***************************************************************************
SUM-TOUR-COST-LOOP.
  IF      COST-TOUR-CODE NOT = IN-TOUR-CODE
          MOVE    FLAG-ON TO FLAG-SUM-END
  ELSE
          ADD     COST-AMOUNT TO WS-TOUR-COST
          EVALUATE TRUE
            WHEN    COST-CAT-HOTEL   ADD COST-AMOUNT TO WS-GRAND-HOTEL
            WHEN    COST-CAT-BUS     ADD COST-AMOUNT TO WS-GRAND-BUS
            WHEN    COST-CAT-GUIDE   ADD COST-AMOUNT TO WS-GRAND-GUIDE
            WHEN    COST-CAT-ENTRY   ADD COST-AMOUNT TO WS-GRAND-ENTRY
            WHEN    OTHER            ADD COST-AMOUNT TO WS-GRAND-OTHER
          END-EVALUATE
          READ    TOUR-COST-FILE NEXT
                  AT END MOVE FLAG-ON TO FLAG-SUM-END
          END-READ
  END-IF.


*> ***************************************************************************
*> * 採算表合計印刷処理
*> * = 総合計行 (粗利率は収入合計に対する率) と原価区分別合計を印刷する
*> ***************************************************************************
PRINT-PROFIT-TOTALS.
  MOVE    WS-GRAND-SALES TO PRINT-TOTAL-SALES.
  MOVE    WS-GRAND-FEES TO PRINT-TOTAL-FEES.
  MOVE    WS-GRAND-REVENUE TO PRINT-TOTAL-REVENUE.
  MOVE    WS-GRAND-COST TO PRINT-TOTAL-COST.
  MOVE    WS-GRAND-MARGIN TO PRINT-TOTAL-MARGIN.
  IF      WS-GRAND-REVENUE > ZERO
          COMPUTE WS-MARGIN-RATE ROUNDED
                  = WS-GRAND-MARGIN * 100 / WS-GRAND-REVENUE
          MOVE    WS-MARGIN-RATE TO WS-EDIT-RATE
          MOVE    WS-EDIT-RATE TO PRINT-TOTAL-RATE
  ELSE
          MOVE    '       -' TO PRINT-TOTAL-RATE
  END-IF.
  WRITE   TOUR-PROFIT-RECORDS FROM PRINT-PROFIT-TOTAL AFTER 2.

  MOVE    SPACE TO PRINT-PROFIT-SUMMARY.
  MOVE    '原価内訳 ホテル' TO PRINT-SUMMARY-TEXT.
  MOVE    WS-GRAND-HOTEL TO PRINT-SUMMARY-AMOUNT.
  WRITE   TOUR-PROFIT-RECORDS FROM PRINT-PROFIT-SUMMARY AFTER 2.

  MOVE    SPACE TO PRINT-PROFIT-SUMMARY.
  MOVE    '原価内訳 バス' TO PRINT-SUMMARY-TEXT.
  MOVE    WS-GRAND-BUS TO PRINT-SUMMARY-AMOUNT.
  WRITE   TOUR-PROFIT-RECORDS FROM PRINT-PROFIT-SUMMARY AFTER 1.

  MOVE    SPACE TO PRINT-PROFIT-SUMMARY.
  MOVE    '原価内訳 ガイド' TO PRINT-SUMMARY-TEXT.
  MOVE    WS-GRAND-GUIDE TO PRINT-SUMMARY-AMOUNT.
  WRITE   TOUR-PROFIT-RECORDS FROM PRINT-PROFIT-SUMMARY AFTER 1.

  MOVE    SPACE TO PRINT-PROFIT-SUMMARY.
  MOVE    '原価内訳 入場料' TO PRINT-SUMMARY-TEXT.
  MOVE    WS-GRAND-ENTRY TO PRINT-SUMMARY-AMOUNT.
  WRITE   TOUR-PROFIT-RECORDS FROM PRINT-PROFIT-SUMMARY AFTER 1.

  MOVE    SPACE TO PRINT-PROFIT-SUMMARY.
  MOVE    '原価内訳 その他' TO PRINT-SUMMARY-TEXT.
  MOVE    WS-GRAND-OTHER TO PRINT-SUMMARY-AMOUNT.
  WRITE   TOUR-PROFIT-RECORDS FROM PRINT-PROFIT-SUMMARY AFTER 1.

  MOVE    SPACE TO PRINT-PROFIT-SUMMARY.
  MOVE    '赤字ツアー件数' TO PRINT-SUMMARY-TEXT.
  MOVE    WS-LOSS-COUNT TO PRINT-SUMMARY-AMOUNT.
  WRITE   TOUR-PROFIT-RECORDS FROM PRINT-PROFIT-SUMMARY AFTER 2.


*> ***************************************************************************
*> * 終了処理
*> ***************************************************************************
FINALIZE.
  IF      FLAG-MASTER-OPENED = FLAG-ON
          CLOSE   TOUR-MASTER-FILE
  END-IF.
  IF      FLAG-BOOKING-OPENED = FLAG-ON
          CLOSE   TOUR-BOOKING-FILE
  END-IF.
  IF      FLAG-SCHEDULE-OPENED = FLAG-ON
          CLOSE   TOUR-SCHEDULE-FILE
  END-IF.
  IF      FLAG-REG-OPENED = FLAG-ON
          CLOSE   TOUR-REFUND-REG-FILE
  END-IF.
  IF      FLAG-COST-OPENED = FLAG-ON
          CLOSE   TOUR-COST-FILE
  END-IF.
