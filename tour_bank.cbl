*> ------------------------------------------------------- <*
*> Run as:
*> $ cobc -x -free -g -debug -Wall -I copybooks tour_bank.cbl; ./tour_bank
*> 銀行から受け取る全銀協フォーマットの振込入金通知 (TOUR-ZENGIN.DAT,
*> 1レコード200バイト) を取り込み、TOUR-AR.DAT の未回収のツアーへ
*> 自動で突き合わせる振込入金取込プログラム。
*> 突合は次の順で行う。
*>   1. 依頼人参照 (EDI情報、無ければ振込依頼人コード) がツアーID
*>      または請求書番号 (TOUR-INV-REG.DAT で宛先ツアーを引く) のとき、
*>      そのツアーに未回収残があれば消し込む。
*>   2. 参照で決まらないときは、金額が未回収残高と一致し、かつ振込依頼人名が
*>      そのツアーの有効予約の予約者名または顧客名と一致するツアーが
*>      1件だけのときに消し込む。
*> 突合できた振込は入金元=2として TOUR-RECEIPTS.DAT へ追記し、
*> 次回の TOUR-CASH 消込で売掛残に反映される。
*> 突合できない振込・取消データは TOUR-UNMATCHED.DAT (累積) へ残し、
*> 担当者が確認のうえ TOUR-CASH の入金入力で手作業で計上する。
*> 取り込んだ振込は口座番号+勘定日+照会番号で TOUR-DEPOSIT-LOG.DAT へ
*> 記録し、同じファイルを再度取り込んでも二重に計上しない。
*> 取込結果は TOUR-BANK-LIST.DAT へ印刷する。
*> トレーラの件数・金額が明細と合わない場合は1件も計上せず RC=8 で終わる。
*> 未回収残は直近の TOUR-CASH 消込結果 (TOUR-AR.DAT) を用いる。
*> 勘定日は令和の和暦(YYMMDD)として西暦に直す。
*> 依頼人名の照合には催行完了(状態2)の予約も用いる。
*> ------------------------------------------------------- <*

*> ***************************************************************************
*> * 見出し部
*> ***************************************************************************
IDENTIFICATION DIVISION.
  PROGRAM-ID. TOUR-BANK.


*> ***************************************************************************
*> * 環境部
*> ***************************************************************************
ENVIRONMENT DIVISION.

  INPUT-OUTPUT SECTION.
  FILE-CONTROL.
    SELECT TOUR-ZENGIN-FILE     ASSIGN TO 'TOUR-ZENGIN.DAT'     *> INFILE   / 振込入金通知(全銀協)
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-ZENGIN-STATUS.
    SELECT TOUR-AR-FILE         ASSIGN TO 'TOUR-AR.DAT'         *> INFILE   / 売掛残ファイル
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-AR-STATUS.
    SELECT TOUR-INV-REG-FILE    ASSIGN TO 'TOUR-INV-REG.DAT'    *> INFILE   / 請求書発行記録
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-INV-REG-STATUS.
    SELECT TOUR-BOOKING-FILE    ASSIGN TO 'TOUR-BOOKING.DAT'    *> INFILE   / 予約明細ファイル
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS BK-KEY
      FILE STATUS IS WS-BOOKING-STATUS.
    SELECT TOUR-CUSTOMER-FILE   ASSIGN TO 'TOUR-CUSTOMER.DAT'   *> INFILE   / 顧客マスタファイル
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS CUST-ID
      FILE STATUS IS WS-CUSTOMER-STATUS.
    SELECT TOUR-DEPOSIT-LOG     ASSIGN TO 'TOUR-DEPOSIT-LOG.DAT' *> I-O     / 振込取込記録
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS DEPL-KEY
      FILE STATUS IS WS-DEPOSIT-LOG-STATUS.
    SELECT TOUR-RECEIPTS-FILE   ASSIGN TO 'TOUR-RECEIPTS.DAT'   *> OUTFILE  / 入金ファイル(累積)
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-RECEIPTS-STATUS.
    SELECT TOUR-UNMATCHED-FILE  ASSIGN TO 'TOUR-UNMATCHED.DAT'  *> OUTFILE  / 未突合振込ファイル(累積)
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-UNMATCHED-STATUS.
    SELECT TOUR-BANK-LIST       ASSIGN TO 'TOUR-BANK-LIST.DAT'  *> SYSPRINT / 振込取込リスト
      ORGANIZATION IS LINE SEQUENTIAL.


*> ***************************************************************************
*> * データ部
*> ***************************************************************************
DATA DIVISION.

  *> ファイルの定義
  FILE SECTION.

    *> 振込入金通知 (全銀協フォーマット 1レコード200バイト)
    *> ヘッダ(1)・データ(2)・トレーラ(8)・エンド(9)の各レコードを
    *> 先頭のデータ区分で見分ける
    FD TOUR-ZENGIN-FILE
      LABEL RECORD IS OMITTED.

    01 ZGN-HEADER-REC.
      03 ZH-DATA-TYPE           PIC X(01).                *> データ区分(1)
      03 ZH-KIND-CODE           PIC X(02).                *> 種別コード(01:振込入金通知)
      03 ZH-CODE-DIV            PIC X(01).                *> コード区分
      03 ZH-CREATE-DATE         PIC 9(06).                *> 作成日(和暦YYMMDD)
      03 ZH-FROM-DATE           PIC 9(06).                *> 勘定日(自)
      03 ZH-TO-DATE             PIC 9(06).                *> 勘定日(至)
      03 ZH-BANK-CODE           PIC X(04).                *> 銀行コード
      03 ZH-BANK-NAME           PIC X(15).                *> 銀行名
      03 ZH-BRANCH-CODE         PIC X(03).                *> 支店コード
      03 ZH-BRANCH-NAME         PIC X(15).                *> 支店名
      03 FILLER                 PIC X(03).
      03 ZH-DEPOSIT-TYPE        PIC X(01).                *> 預金種目
      03 ZH-ACCOUNT-NO          PIC X(07).                *> 口座番号
      03 ZH-ACCOUNT-NAME        PIC X(40).                *> 口座名
      03 FILLER                 PIC X(90).

    01 ZGN-DATA-REC.
      03 ZD-DATA-TYPE           PIC X(01).                *> データ区分(2)
      03 ZD-INQUIRY-NO          PIC X(06).                *> 照会番号
      03 ZD-ACCOUNT-DATE.                                 *> 勘定日(和暦YYMMDD)
        05 ZD-ACCOUNT-YY        PIC 9(02).
        05 ZD-ACCOUNT-MMDD      PIC 9(04).
      03 ZD-VALUE-DATE          PIC 9(06).                *> 起算日(和暦YYMMDD)
      03 ZD-AMOUNT              PIC 9(10).                *> 金額
      03 ZD-OTHER-BANK-AMOUNT   PIC 9(10).                *> うち他店券金額
      03 ZD-REMITTER-CODE       PIC X(10).                *> 振込依頼人コード
      03 ZD-REMITTER-NAME       PIC X(48).                *> 振込依頼人名(カナ)
      03 ZD-FROM-BANK-NAME      PIC X(15).                *> 仕向銀行名
      03 ZD-FROM-BRANCH-NAME    PIC X(15).                *> 仕向店名
      03 ZD-CANCEL-DIV          PIC X(01).                *> 取消区分
        88 ZD-CANCELLED         VALUE '1'.
      03 ZD-EDI-INFO            PIC X(20).                *> EDI情報(依頼人参照)
      03 FILLER                 PIC X(52).

    01 ZGN-TRAILER-REC.
      03 ZT-DATA-TYPE           PIC X(01).                *> データ区分(8)
      03 ZT-RECORD-COUNT        PIC 9(06).                *> 振込合計件数
      03 ZT-TOTAL-AMOUNT        PIC 9(12).                *> 振込合計金額
      03 ZT-CANCEL-COUNT        PIC 9(06).                *> 取消合計件数
      03 ZT-CANCEL-AMOUNT       PIC 9(12).                *> 取消合計金額
      03 FILLER                 PIC X(163).

    *> 売掛残ファイル (TOUR-CASH の消込結果)
    FD TOUR-AR-FILE
      LABEL RECORD IS OMITTED.

    COPY TOURAR.

    *> 請求書発行記録 (TOUR-INVOICE が請求書1枚を1行で累積する)
    FD TOUR-INV-REG-FILE
      LABEL RECORD IS OMITTED.

    COPY TOURINVR.

    *> 予約明細ファイル (ツアーID+予約番号をキーとした索引編成ファイル)
    FD TOUR-BOOKING-FILE
      LABEL RECORD IS STANDARD.

    COPY TOURBOOK.

    *> 顧客マスタファイル (CUST-IDをキーとした索引編成ファイル)
    FD TOUR-CUSTOMER-FILE
      LABEL RECORD IS STANDARD.

    COPY TOURCUST.

    *> 振込取込記録 (口座番号+勘定日+照会番号をキーとした索引編成ファイル)
    *> 突合の成否にかかわらず取り込んだ振込を1件1レコードで残す
    FD TOUR-DEPOSIT-LOG
      LABEL RECORD IS STANDARD.

    01 TOUR-DEPOSIT-LOG-REC.
      03 DEPL-KEY.
        05 DEPL-ACCOUNT-NO      PIC X(07).                *> 口座番号
        05 DEPL-ACCOUNT-DATE    PIC 9(08).                *> 勘定日(YYYYMMDD)
        05 DEPL-INQUIRY-NO      PIC X(06).                *> 照会番号
      03 DEPL-AMOUNT            PIC 9(10).                *> 金額
      03 DEPL-RESULT            PIC X(01).                *> 取込結果
        88 DEPL-RESULT-MATCHED  VALUE '1'.                *> 消込(入金ファイルへ計上)
        88 DEPL-RESULT-UNMATCHED VALUE '2'.               *> 未突合(未突合ファイルへ)
      03 DEPL-TOUR-CODE         PIC X(05).                *> 計上先ツアーID
      03 DEPL-IMPORT-DATE       PIC 9(08).                *> 取込日(YYYYMMDD)

    *> 入金ファイル (日々の入金を1件1行で累積する)
    FD TOUR-RECEIPTS-FILE
      LABEL RECORD IS OMITTED.

    COPY TOURRCPT.

    *> 未突合振込ファイル (担当者が確認して手作業で計上する)
    FD TOUR-UNMATCHED-FILE
      LABEL RECORD IS OMITTED.

    01 TOUR-UNMATCHED-REC.
      03 UNM-ACCOUNT-NO         PIC X(07).                *> 口座番号
      03 UNM-ACCOUNT-DATE       PIC 9(08).                *> 勘定日(YYYYMMDD)
      03 UNM-INQUIRY-NO         PIC X(06).                *> 照会番号
      03 UNM-AMOUNT             PIC 9(10).                *> 金額
      03 UNM-REMITTER-CODE      PIC X(10).                *> 振込依頼人コード
      03 UNM-REMITTER-NAME      PIC X(48).                *> 振込依頼人名
      03 UNM-EDI-INFO           PIC X(20).                *> EDI情報
      03 UNM-REASON             PIC X(01).                *> 未突合理由
        88 UNM-REASON-NO-OPEN   VALUE '1'.                *> 参照先に未回収残なし
        88 UNM-REASON-NOT-FOUND VALUE '2'.                *> 該当なし
        88 UNM-REASON-AMBIGUOUS VALUE '3'.                *> 候補が複数
        88 UNM-REASON-CANCELLED VALUE '4'.                *> 取消データ
      03 UNM-IMPORT-DATE        PIC 9(08).                *> 取込日(YYYYMMDD)

    *> 振込取込リスト
    FD TOUR-BANK-LIST
      LABEL RECORD IS OMITTED.

    01 TOUR-BANK-LIST-RECORDS   PIC X(132).

  *> 変数の定義
  WORKING-STORAGE SECTION.

    *> 一時利用
    01 FLAG-FILE-END            PIC 9(01) VALUE ZERO.     *> EODフラグ
    01 FLAG-ON                  PIC 9(01) VALUE 1.        *> 定数 ON
    01 FLAG-OFF                 PIC 9(01) VALUE 0.        *> 定数 OFF
    01 FLAG-AR-END              PIC 9(01) VALUE ZERO.     *> 売掛残読み終わりフラグ
    01 FLAG-INVR-END            PIC 9(01) VALUE ZERO.     *> 発行記録読み終わりフラグ
    01 FLAG-BOOKING-END         PIC 9(01) VALUE ZERO.     *> 予約読み終わりフラグ
    01 FLAG-BANK-ERROR          PIC 9(01) VALUE ZERO.     *> 振込ファイル不備フラグ
    01 FLAG-IN-GROUP            PIC 9(01) VALUE ZERO.     *> ヘッダ~トレーラ間フラグ
    01 FLAG-BOOKING-OPENED      PIC 9(01) VALUE ZERO.     *> 予約明細オープン済フラグ
    01 FLAG-CUSTOMER-OPENED     PIC 9(01) VALUE ZERO.     *> 顧客マスタオープン済フラグ
    01 FLAG-OUTPUT-OPENED       PIC 9(01) VALUE ZERO.     *> 出力ファイルオープン済フラグ
    01 FLAG-NAME-MATCH          PIC 9(01) VALUE ZERO.     *> 依頼人名一致フラグ

    01 WS-ZENGIN-STATUS         PIC X(02) VALUE '00'.     *> TOUR-ZENGIN-FILEの状態キー
      88 WS-ZENGIN-STATUS-OK    VALUE '00'.
    01 WS-AR-STATUS             PIC X(02) VALUE '00'.     *> TOUR-AR-FILEの状態キー
      88 WS-AR-STATUS-OK        VALUE '00'.
    01 WS-INV-REG-STATUS        PIC X(02) VALUE '00'.     *> TOUR-INV-REG-FILEの状態キー
      88 WS-INV-REG-STATUS-OK   VALUE '00'.
    01 WS-BOOKING-STATUS        PIC X(02) VALUE '00'.     *> TOUR-BOOKING-FILEの状態キー
      88 WS-BOOKING-STATUS-OK   VALUE '00'.
    01 WS-CUSTOMER-STATUS       PIC X(02) VALUE '00'.     *> TOUR-CUSTOMER-FILEの状態キー
      88 WS-CUSTOMER-STATUS-OK  VALUE '00'.
    01 WS-DEPOSIT-LOG-STATUS    PIC X(02) VALUE '00'.     *> TOUR-DEPOSIT-LOGの状態キー
      88 WS-DEPOSIT-LOG-STATUS-OK VALUE '00'.
      88 WS-DEPOSIT-LOG-NOT-FOUND VALUE '35'.
    01 WS-RECEIPTS-STATUS       PIC X(02) VALUE '00'.     *> TOUR-RECEIPTS-FILEの状態キー
      88 WS-RECEIPTS-STATUS-OK  VALUE '00'.
    01 WS-UNMATCHED-STATUS      PIC X(02) VALUE '00'.     *> TOUR-UNMATCHED-FILEの状態キー
      88 WS-UNMATCHED-STATUS-OK VALUE '00'.

    01 WS-RUN-DATE              PIC 9(08) VALUE ZERO.     *> 取込日(YYYYMMDD)

    *> 和暦(令和)→西暦の換算 (令和元年=2019年)
    01 WS-ERA-BASE-YEAR         PIC 9(04) VALUE 2018.     *> 令和0年に当たる西暦年
    01 WS-ACCOUNT-DATE          PIC 9(08) VALUE ZERO.     *> 勘定日(YYYYMMDD)

    *> 振込ファイル検証用 (ヘッダ~トレーラの区切りごとに集計する)
    01 WS-GROUP-COUNT           PIC 9(06) VALUE ZERO.     *> 振込件数
    01 WS-GROUP-AMOUNT          PIC 9(12) VALUE ZERO.     *> 振込金額
    01 WS-GROUP-CANCEL-COUNT    PIC 9(06) VALUE ZERO.     *> 取消件数
    01 WS-GROUP-CANCEL-AMOUNT   PIC 9(12) VALUE ZERO.     *> 取消金額
    01 WS-VALIDATE-COUNT        PIC 9(06) VALUE ZERO.     *> 検証したレコード数

    *> 現在処理中の口座 (ヘッダから取る)
    01 WS-CUR-ACCOUNT-NO        PIC X(07) VALUE SPACE.

    *> 未回収ツアーテーブル (売掛残のうち未入金・一部入金で残高のあるもの)
    *> 当回の消込額を差し引いて、同じツアー宛の2件目以降の突合に使う
    01 WS-AR-TABLE-COUNT        PIC 9(03) VALUE ZERO.     *> 登録数
    01 WS-AR-TABLE-MAX          PIC 9(03) VALUE 500.      *> 登録数上限
    01 WS-AR-TABLE.
      03 WS-AR-ENTRY            OCCURS 500 TIMES.
        05 WS-AR-CODE           PIC X(05).                *> ツアーID
        05 WS-AR-BALANCE        PIC 9(12).                *> 未回収残高
    01 WS-AR-IDX                PIC 9(03) VALUE ZERO.     *> テーブル検索用添字
    01 WS-AR-FOUND-IDX          PIC 9(03) VALUE ZERO.     *> 見つかった位置(0=無し)

    *> 請求書番号テーブル (請求書番号→ツアーID)
    01 WS-INVR-TABLE-COUNT      PIC 9(04) VALUE ZERO.     *> 登録数
    01 WS-INVR-TABLE-MAX        PIC 9(04) VALUE 2000.     *> 登録数上限
    01 WS-INVR-TABLE.
      03 WS-INVR-ENTRY          OCCURS 2000 TIMES.
        05 WS-INVR-NO           PIC X(15).                *> 請求書番号
        05 WS-INVR-CODE         PIC X(05).                *> ツアーID
    01 WS-INVR-IDX              PIC 9(04) VALUE ZERO.     *> テーブル検索用添字

    *> 突合用
    01 WS-REF-TEXT              PIC X(20) VALUE SPACE.    *> 判定中の依頼人参照
    01 WS-REF-TOUR-CODE         PIC X(05) VALUE SPACE.    *> 参照から得たツアーID
    01 WS-MATCH-IDX             PIC 9(03) VALUE ZERO.     *> 突合したテーブル位置
    01 WS-CANDIDATE-COUNT       PIC 9(03) VALUE ZERO.     *> 金額・名義一致の候補数
    01 WS-UNMATCH-REASON        PIC X(01) VALUE SPACE.    *> 未突合理由
    01 WS-CHECK-NAME            PIC X(20) VALUE SPACE.    *> 照合する予約者名/顧客名

    *> 件数・集計
    01 WS-DEPOSIT-COUNT         PIC 9(05) VALUE ZERO.     *> 振込読込件数
    01 WS-MATCHED-COUNT         PIC 9(05) VALUE ZERO.     *> 消込件数
    01 WS-MATCHED-AMOUNT        PIC 9(13) VALUE ZERO.     *> 消込金額
    01 WS-REF-MATCH-COUNT       PIC 9(05) VALUE ZERO.     *> うち参照で突合
    01 WS-NAME-MATCH-COUNT      PIC 9(05) VALUE ZERO.     *> うち金額・名義で突合
    01 WS-UNMATCHED-COUNT       PIC 9(05) VALUE ZERO.     *> 未突合件数
    01 WS-UNMATCHED-AMOUNT      PIC 9(13) VALUE ZERO.     *> 未突合金額
    01 WS-CANCEL-COUNT          PIC 9(05) VALUE ZERO.     *> 取消データ件数
    01 WS-DUPLICATE-COUNT       PIC 9(05) VALUE ZERO.     *> 取込済のため読み飛ばした件数

    *> 振込取込リスト出力域
    01 PRINT-BANK-TITLE.
      03 FILLER                 PIC X(20) VALUE SPACE.
      03 FILLER                 PIC X(32) VALUE '*** 振込取込リスト ***'.
      03 FILLER                 PIC X(04) VALUE SPACE.
      03 FILLER                 PIC X(11) VALUE '取込日: '.
      03 PRINT-TITLE-DATE       PIC 9(08).

    01 PRINT-BANK-HEADER.
      03 FILLER                 PIC X(11) VALUE '勘定日'.
      03 FILLER                 PIC X(14) VALUE '照会番号'.
      03 FILLER                 PIC X(14) VALUE '       金額'.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 FILLER                 PIC X(30) VALUE '振込依頼人名'.
      03 FILLER                 PIC X(11) VALUE '結果'.
      03 FILLER                 PIC X(14) VALUE 'ﾂｱｰID'.
      03 FILLER                 PIC X(30) VALUE '備考'.

    01 PRINT-BANK-LINE.
      03 PRINT-LINE-DATE        PIC 9(08).
      03 FILLER                 PIC X(03) VALUE SPACE.
      03 PRINT-LINE-INQUIRY     PIC X(06).
      03 FILLER                 PIC X(04) VALUE SPACE.
      03 PRINT-LINE-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.
      03 FILLER                 PIC X(03) VALUE SPACE.
      03 PRINT-LINE-REMITTER    PIC X(30).
      03 PRINT-LINE-RESULT      PIC X(11).
      03 PRINT-LINE-TOUR        PIC X(05).
      03 FILLER                 PIC X(05) VALUE SPACE.
      03 PRINT-LINE-NOTE        PIC X(36).

    01 PRINT-BANK-SUMMARY.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-SUMMARY-TEXT     PIC X(36).
      03 PRINT-SUMMARY-COUNT    PIC ZZ,ZZ9.
      03 FILLER                 PIC X(04) VALUE SPACE.
      03 PRINT-SUMMARY-AMOUNT   PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.


*> ***************************************************************************
*> * 手続き部
*> ***************************************************************************
PROCEDURE DIVISION.

*> 基本処理
BASE.
  DISPLAY 'TOUR-BANK'.
  DISPLAY '-- PROGRAM START --'.

  PERFORM                     INIT.

  PERFORM                     MAIN-LOOP
                              UNTIL FLAG-FILE-END = FLAG-ON.

  PERFORM                     FINALIZE.

  DISPLAY '-- PROGRAM EXIT   --'.
  STOP RUN.


*> ***************************************************************************
*> * 初期化処理
*> * = 振込ファイルを検証し、問題が無ければ突合用テーブルを作って
*> *   各ファイルを開き、振込ファイルの先頭を読む
*> ***************************************************************************
INIT.
  ACCEPT  WS-RUN-DATE FROM DATE YYYYMMDD.

  *> 件数・金額が合わないファイルは1件も計上しない
  PERFORM                     VALIDATE-ZENGIN-FILE.
  IF      FLAG-BANK-ERROR = FLAG-ON
          DISPLAY 'エラー: 振込ファイルに不備があるため取り込みを中止します'
          MOVE    8 TO RETURN-CODE
          MOVE    FLAG-ON TO FLAG-FILE-END
  END-IF.

  IF      FLAG-FILE-END NOT = FLAG-ON
          PERFORM              LOAD-AR-TABLE
  END-IF.

  IF      FLAG-FILE-END NOT = FLAG-ON
          PERFORM              LOAD-INVR-TABLE
          PERFORM              OPEN-OUTPUT-FILES
  END-IF.

  IF      FLAG-FILE-END NOT = FLAG-ON
          OPEN    INPUT         TOUR-ZENGIN-FILE
          READ    TOUR-ZENGIN-FILE
                  AT END MOVE FLAG-ON TO FLAG-FILE-END
          END-READ
  END-IF.


*> ***************************************************************************
*> * 振込ファイル検証処理
*> * = 取り込みの前に全件を読み、レコードの並びと、トレーラの件数・金額が
*> *   明細の合計と一致することを確かめる
*> ***************************************************************************
VALIDATE-ZENGIN-FILE.
  MOVE    FLAG-OFF TO FLAG-BANK-ERROR FLAG-IN-GROUP.
  MOVE    ZERO TO WS-VALIDATE-COUNT.

  OPEN    INPUT                 TOUR-ZENGIN-FILE.
  IF      NOT WS-ZENGIN-STATUS-OK
          DISPLAY 'エラー: 振込ファイルが開けません STATUS=' WS-ZENGIN-STATUS
          MOVE    FLAG-ON TO FLAG-BANK-ERROR
  ELSE
          MOVE    FLAG-OFF TO FLAG-FILE-END
          READ    TOUR-ZENGIN-FILE
                  AT END MOVE FLAG-ON TO FLAG-FILE-END
          END-READ
          PERFORM VALIDATE-ZENGIN-LOOP
                  UNTIL FLAG-FILE-END = FLAG-ON
          CLOSE   TOUR-ZENGIN-FILE
          MOVE    FLAG-OFF TO FLAG-FILE-END

          IF      FLAG-IN-GROUP = FLAG-ON
                  DISPLAY 'エラー: トレーラレコードがありません'
                  MOVE    FLAG-ON TO FLAG-BANK-ERROR
          END-IF
          IF      WS-VALIDATE-COUNT = ZERO
                  DISPLAY '警告: 振込ファイルが空です'
          END-IF
  END-IF.


*> ***************************************************************************
*> * 振込ファイル検証繰り返し処理
*> ***************************************************************************
VALIDATE-ZENGIN-LOOP.
  COMPUTE WS-VALIDATE-COUNT = WS-VALIDATE-COUNT + 1.

  EVALUATE ZH-DATA-TYPE
    WHEN '1'
          IF      ZH-KIND-CODE NOT = '01'
                  DISPLAY 'エラー: 振込入金通知ではありません 種別コード='
                          ZH-KIND-CODE
                  MOVE    FLAG-ON TO FLAG-BANK-ERROR
          END-IF
          MOVE    FLAG-ON TO FLAG-IN-GROUP
          MOVE    ZERO TO WS-GROUP-COUNT WS-GROUP-AMOUNT
                          WS-GROUP-CANCEL-COUNT WS-GROUP-CANCEL-AMOUNT
    WHEN '2'
          IF      FLAG-IN-GROUP NOT = FLAG-ON
                  DISPLAY 'エラー: ヘッダより前にデータレコードがあります 照会番号='
                          ZD-INQUIRY-NO
                  MOVE    FLAG-ON TO FLAG-BANK-ERROR
          END-IF
          IF      ZD-AMOUNT NOT NUMERIC OR ZD-ACCOUNT-DATE NOT NUMERIC
                  DISPLAY 'エラー: 金額または勘定日が数字ではありません 照会番号='
                          ZD-INQUIRY-NO
                  MOVE    FLAG-ON TO FLAG-BANK-ERROR
          ELSE
                  IF      ZD-CANCELLED
                          COMPUTE WS-GROUP-CANCEL-COUNT
                                  = WS-GROUP-CANCEL-COUNT + 1
                          ADD     ZD-AMOUNT TO WS-GROUP-CANCEL-AMOUNT
                  ELSE
                          COMPUTE WS-GROUP-COUNT = WS-GROUP-COUNT + 1
                          ADD     ZD-AMOUNT TO WS-GROUP-AMOUNT
                  END-IF
          END-IF
    WHEN '8'
          PERFORM              VALIDATE-TRAILER
          MOVE    FLAG-OFF TO FLAG-IN-GROUP
    WHEN '9'
          CONTINUE
    WHEN OTHER
          DISPLAY 'エラー: データ区分が不正です (' ZH-DATA-TYPE ') '
                  WS-VALIDATE-COUNT ' 件目'
          MOVE    FLAG-ON TO FLAG-BANK-ERROR
  END-EVALUATE.

  READ    TOUR-ZENGIN-FILE
          AT END MOVE FLAG-ON TO FLAG-FILE-END.


*> ***************************************************************************
*> * トレーラ照合処理
*> * = 振込・取消それぞれの件数と金額を明細の合計と突き合わせる
*> ***************************************************************************
VALIDATE-TRAILER.
  IF      ZT-RECORD-COUNT NOT = WS-GROUP-COUNT
          OR ZT-TOTAL-AMOUNT NOT = WS-GROUP-AMOUNT
          DISPLAY 'エラー: 振込合計がトレーラと一致しません'
          DISPLAY '        トレーラ: ' ZT-RECORD-COUNT ' 件 ' ZT-TOTAL-AMOUNT
          DISPLAY '        明細    : ' WS-GROUP-COUNT ' 件 ' WS-GROUP-AMOUNT
          MOVE    FLAG-ON TO FLAG-BANK-ERROR
  END-IF.

  IF      ZT-CANCEL-COUNT NOT = WS-GROUP-CANCEL-COUNT
          OR ZT-CANCEL-AMOUNT NOT = WS-GROUP-CANCEL-AMOUNT
          DISPLAY 'エラー: 取消合計がトレーラと一致しません'
          DISPLAY '        トレーラ: ' ZT-CANCEL-COUNT ' 件 ' ZT-CANCEL-AMOUNT
          DISPLAY '        明細    : ' WS-GROUP-CANCEL-COUNT ' 件 '
                  WS-GROUP-CANCEL-AMOUNT
          MOVE    FLAG-ON TO FLAG-BANK-ERROR
  END-IF.


*> ***************************************************************************
*> * 未回収ツアー読み込み処理
*> * = 売掛残ファイルから未入金・一部入金で残高のあるツアーだけを
*> *   テーブルへ読み込む。売掛残が無い場合は突合できないので中止する
*> ***************************************************************************
LOAD-AR-TABLE.
  MOVE    ZERO TO WS-AR-TABLE-COUNT.
  MOVE    FLAG-OFF TO FLAG-AR-END.

  OPEN    INPUT                 TOUR-AR-FILE.
  IF      NOT WS-AR-STATUS-OK
          DISPLAY 'エラー: 売掛残ファイルが開けません STATUS=' WS-AR-STATUS
          DISPLAY '        TOUR-CASH の消込を先に実行してください'
          MOVE    8 TO RETURN-CODE
          MOVE    FLAG-ON TO FLAG-FILE-END
  ELSE
          READ    TOUR-AR-FILE
                  AT END MOVE FLAG-ON TO FLAG-AR-END
          END-READ
          PERFORM LOAD-AR-TABLE-LOOP
                  UNTIL FLAG-AR-END = FLAG-ON
          CLOSE   TOUR-AR-FILE
          DISPLAY '未回収ツアー数: ' WS-AR-TABLE-COUNT
  END-IF.


*> ***************************************************************************
*> * 未回収ツアー読み込み繰り返し処理
*> ***************************************************************************
LOAD-AR-TABLE-LOOP.
  IF      (AR-STATUS-UNPAID OR AR-STATUS-PARTIAL)
          AND AR-BALANCE-DUE > ZERO
          IF      WS-AR-TABLE-COUNT < WS-AR-TABLE-MAX
                  COMPUTE WS-AR-TABLE-COUNT = WS-AR-TABLE-COUNT + 1
                  MOVE    AR-TOUR-CODE TO WS-AR-CODE(WS-AR-TABLE-COUNT)
                  MOVE    AR-BALANCE-DUE TO WS-AR-BALANCE(WS-AR-TABLE-COUNT)
          ELSE
                  DISPLAY '警告: 未回収ツアーテーブルが上限(' WS-AR-TABLE-MAX
                          ')に達したため ツアー ' AR-TOUR-CODE
                          ' は突合対象外です'
          END-IF
  END-IF.

  READ    TOUR-AR-FILE
          AT END MOVE FLAG-ON TO FLAG-AR-END.


*> ***************************************************************************
*> * 請求書番号読み込み処理
*> * = 請求書発行記録を読み、請求書番号から宛先ツアーを引けるようにする。
*> *   記録が無い場合は請求書番号による突合を行わない
*> ***************************************************************************
LOAD-INVR-TABLE.
  MOVE    ZERO TO WS-INVR-TABLE-COUNT.
  MOVE    FLAG-OFF TO FLAG-INVR-END.

  OPEN    INPUT                 TOUR-INV-REG-FILE.
  IF      NOT WS-INV-REG-STATUS-OK
          DISPLAY '警告: 請求書発行記録が開けません STATUS=' WS-INV-REG-STATUS
          DISPLAY '      請求書番号による突合は行いません'
  ELSE
          READ    TOUR-INV-REG-FILE
                  AT END MOVE FLAG-ON TO FLAG-INVR-END
          END-READ
          PERFORM LOAD-INVR-TABLE-LOOP
                  UNTIL FLAG-INVR-END = FLAG-ON
          CLOSE   TOUR-INV-REG-FILE
  END-IF.


*> ***************************************************************************
*> * 請求書番号読み込み繰り返し処理
*> ***************************************************************************
LOAD-INVR-TABLE-LOOP.
  IF      WS-INVR-TABLE-COUNT < WS-INVR-TABLE-MAX
          COMPUTE WS-INVR-TABLE-COUNT = WS-INVR-TABLE-COUNT + 1
          MOVE    INVR-INVOICE-NO TO WS-INVR-NO(WS-INVR-TABLE-COUNT)
          MOVE    INVR-TOUR-CODE TO WS-INVR-CODE(WS-INVR-TABLE-COUNT)
  ELSE
          DISPLAY '警告: 請求書番号テーブルが上限(' WS-INVR-TABLE-MAX
                  ')に達したため 請求書 ' INVR-INVOICE-NO
                  ' は突合対象外です'
  END-IF.

  READ    TOUR-INV-REG-FILE
          AT END MOVE FLAG-ON TO FLAG-INVR-END.


*> ***************************************************************************
*> * 出力ファイルオープン処理
*> * = 取込記録(初回は作成)・入金・未突合・リストを開く。
*> *   予約明細と顧客マスタは名義照合用で、無ければ名義照合を省く
*> ***************************************************************************
OPEN-OUTPUT-FILES.
  OPEN    I-O                   TOUR-DEPOSIT-LOG.
  IF      WS-DEPOSIT-LOG-NOT-FOUND
          OPEN    OUTPUT        TOUR-DEPOSIT-LOG
          CLOSE                 TOUR-DEPOSIT-LOG
          OPEN    I-O           TOUR-DEPOSIT-LOG
  END-IF.
  IF      NOT WS-DEPOSIT-LOG-STATUS-OK
          DISPLAY 'エラー: 振込取込記録が開けません STATUS=' WS-DEPOSIT-LOG-STATUS
          MOVE    8 TO RETURN-CODE
          MOVE    FLAG-ON TO FLAG-FILE-END
  ELSE
          MOVE    FLAG-ON TO FLAG-OUTPUT-OPENED

          *> 入金ファイル・未突合ファイルは累積のため追記で開く
          OPEN    EXTEND        TOUR-RECEIPTS-FILE
          IF      NOT WS-RECEIPTS-STATUS-OK
                  OPEN    OUTPUT TOUR-RECEIPTS-FILE
          END-IF
          OPEN    EXTEND        TOUR-UNMATCHED-FILE
          IF      NOT WS-UNMATCHED-STATUS-OK
                  OPEN    OUTPUT TOUR-UNMATCHED-FILE
          END-IF

          OPEN    OUTPUT        TOUR-BANK-LIST
          MOVE    WS-RUN-DATE TO PRINT-TITLE-DATE
          WRITE   TOUR-BANK-LIST-RECORDS FROM PRINT-BANK-TITLE AFTER PAGE
          WRITE   TOUR-BANK-LIST-RECORDS FROM PRINT-BANK-HEADER AFTER 2
  END-IF.

  OPEN    INPUT                 TOUR-BOOKING-FILE.
  IF      WS-BOOKING-STATUS-OK
          MOVE    FLAG-ON TO FLAG-BOOKING-OPENED
  ELSE
          DISPLAY '警告: 予約明細が開けません STATUS=' WS-BOOKING-STATUS
          DISPLAY '      金額・名義による突合は行いません'
  END-IF.

  OPEN    INPUT                 TOUR-CUSTOMER-FILE.
  IF      WS-CUSTOMER-STATUS-OK
          MOVE    FLAG-ON TO FLAG-CUSTOMER-OPENED
  ELSE
          DISPLAY '警告: 顧客マスタが開けません STATUS=' WS-CUSTOMER-STATUS
          DISPLAY '      名義は予約者名だけで照合します'
  END-IF.


*> ***************************************************************************
*> * メイン繰り返し処理
*> * = ヘッダで口座番号を控え、データレコードを1件ずつ取り込む
*> ***************************************************************************
MAIN-LOOP.
  EVALUATE ZH-DATA-TYPE
    WHEN '1'
          MOVE    ZH-ACCOUNT-NO TO WS-CUR-ACCOUNT-NO
    WHEN '2'
          PERFORM              PROCESS-DEPOSIT
    WHEN OTHER
          CONTINUE
  END-EVALUATE.

  READ    TOUR-ZENGIN-FILE
          AT END MOVE FLAG-ON TO FLAG-FILE-END.


*> ***************************************************************************
*> * 振込1件処理
*> * = 取込済なら読み飛ばし、取消データは未突合へ回す。
*> *   それ以外は突合して計上先を決める
*> ***************************************************************************
PROCESS-DEPOSIT.
  COMPUTE WS-DEPOSIT-COUNT = WS-DEPOSIT-COUNT + 1.
  COMPUTE WS-ACCOUNT-DATE = (WS-ERA-BASE-YEAR + ZD-ACCOUNT-YY) * 10000
                            + ZD-ACCOUNT-MMDD.

  MOVE    SPACE TO PRINT-BANK-LINE.
  MOVE    WS-ACCOUNT-DATE TO PRINT-LINE-DATE.
  MOVE    ZD-INQUIRY-NO TO PRINT-LINE-INQUIRY.
  MOVE    ZD-AMOUNT TO PRINT-LINE-AMOUNT.
  MOVE    ZD-REMITTER-NAME TO PRINT-LINE-REMITTER.

  *> 同じ振込を二度計上しないよう取込記録を確かめる
  MOVE    WS-CUR-ACCOUNT-NO TO DEPL-ACCOUNT-NO.
  MOVE    WS-ACCOUNT-DATE TO DEPL-ACCOUNT-DATE.
  MOVE    ZD-INQUIRY-NO TO DEPL-INQUIRY-NO.
  READ    TOUR-DEPOSIT-LOG
          INVALID KEY
          IF      ZD-CANCELLED
                  COMPUTE WS-CANCEL-COUNT = WS-CANCEL-COUNT + 1
                  MOVE    '4' TO WS-UNMATCH-REASON
                  PERFORM POST-UNMATCHED-DEPOSIT
          ELSE
                  PERFORM MATCH-DEPOSIT
          END-IF
          NOT INVALID KEY
          COMPUTE WS-DUPLICATE-COUNT = WS-DUPLICATE-COUNT + 1
          MOVE    '取込済' TO PRINT-LINE-RESULT
          MOVE    DEPL-TOUR-CODE TO PRINT-LINE-TOUR
          MOVE    '前回までに取り込み済(計上しない)' TO PRINT-LINE-NOTE
          WRITE   TOUR-BANK-LIST-RECORDS FROM PRINT-BANK-LINE AFTER 1
  END-READ.


*> ***************************************************************************
*> * 振込突合処理
*> * = 依頼人参照 (EDI情報→振込依頼人コードの順) で突合し、
*> *   決まらなければ金額と振込依頼人名で突合する
*> ***************************************************************************
MATCH-DEPOSIT.
  MOVE    ZERO TO WS-MATCH-IDX.
  MOVE    '2' TO WS-UNMATCH-REASON.

  MOVE    ZD-EDI-INFO TO WS-REF-TEXT.
  PERFORM                     MATCH-BY-REFERENCE.
  IF      WS-MATCH-IDX = ZERO
          MOVE    ZD-REMITTER-CODE TO WS-REF-TEXT
          PERFORM              MATCH-BY-REFERENCE
  END-IF.

  IF      WS-MATCH-IDX > ZERO
          COMPUTE WS-REF-MATCH-COUNT = WS-REF-MATCH-COUNT + 1
          MOVE    '参照で突合' TO PRINT-LINE-NOTE
          PERFORM              POST-MATCHED-DEPOSIT
  ELSE
          PERFORM              MATCH-BY-AMOUNT-NAME
          IF      WS-MATCH-IDX > ZERO
                  COMPUTE WS-NAME-MATCH-COUNT = WS-NAME-MATCH-COUNT + 1
                  MOVE    '金額・名義で突合' TO PRINT-LINE-NOTE
                  PERFORM POST-MATCHED-DEPOSIT
          ELSE
                  PERFORM POST-UNMATCHED-DEPOSIT
          END-IF
  END-IF.


*> ***************************************************************************
*> * 依頼人参照による突合処理
*> * = WS-REF-TEXT が請求書番号(INV-)ならその宛先、5桁の数字ならそのまま
*> *   ツアーIDとし、未回収ツアーテーブルに残高があれば WS-MATCH-IDX に返す
*> ***************************************************************************
MATCH-BY-REFERENCE.
  MOVE    SPACE TO WS-REF-TOUR-CODE.

  IF      WS-REF-TEXT(1:4) = 'INV-'
          MOVE    1 TO WS-INVR-IDX
          PERFORM UNTIL WS-INVR-IDX > WS-INVR-TABLE-COUNT
                  OR WS-INVR-NO(WS-INVR-IDX) = WS-REF-TEXT(1:15)
                  COMPUTE WS-INVR-IDX = WS-INVR-IDX + 1
          END-PERFORM
          IF      WS-INVR-IDX <= WS-INVR-TABLE-COUNT
                  MOVE    WS-INVR-CODE(WS-INVR-IDX) TO WS-REF-TOUR-CODE
          END-IF
  ELSE
          IF      WS-REF-TEXT(1:5) IS NUMERIC
                  AND WS-REF-TEXT(6:15) = SPACE
                  MOVE    WS-REF-TEXT(1:5) TO WS-REF-TOUR-CODE
          END-IF
  END-IF.

  IF      WS-REF-TOUR-CODE NOT = SPACE
          PERFORM              FIND-AR-ENTRY
          IF      WS-AR-FOUND-IDX > ZERO
                  MOVE    WS-AR-FOUND-IDX TO WS-MATCH-IDX
          ELSE
                  *> 参照先は分かったが未回収残が無い (回収済・過入金等)
                  MOVE    '1' TO WS-UNMATCH-REASON
                  MOVE    WS-REF-TOUR-CODE TO PRINT-LINE-TOUR
          END-IF
  END-IF.


*> ***************************************************************************
*> * 未回収ツアー検索処理
*> * = WS-REF-TOUR-CODE をテーブルから探し、残高があれば位置を返す
*> *   (見つからない・残高0のときは0)
*> ***************************************************************************
FIND-AR-ENTRY.
  MOVE    ZERO TO WS-AR-FOUND-IDX.
  MOVE    1 TO WS-AR-IDX.
  PERFORM UNTIL WS-AR-IDX > WS-AR-TABLE-COUNT
          OR WS-AR-CODE(WS-AR-IDX) = WS-REF-TOUR-CODE
          COMPUTE WS-AR-IDX = WS-AR-IDX + 1
  END-PERFORM.

  IF      WS-AR-IDX <= WS-AR-TABLE-COUNT
          IF      WS-AR-BALANCE(WS-AR-IDX) > ZERO
                  MOVE    WS-AR-IDX TO WS-AR-FOUND-IDX
          END-IF
  END-IF.


*> ***************************************************************************
*> * 金額・名義による突合処理
*> * = 未回収残高が振込金額と一致するツアーのうち、振込依頼人名が
*> *   有効予約の予約者名か顧客名と一致するものを数え、1件だけなら突合する。
*> *   複数あるときは誤計上を避けるため未突合とする
*> ***************************************************************************
MATCH-BY-AMOUNT-NAME.
  MOVE    ZERO TO WS-CANDIDATE-COUNT.

  IF      FLAG-BOOKING-OPENED = FLAG-ON
          MOVE    1 TO WS-AR-IDX
          PERFORM UNTIL WS-AR-IDX > WS-AR-TABLE-COUNT
                  IF      WS-AR-BALANCE(WS-AR-IDX) = ZD-AMOUNT
                          PERFORM CHECK-TOUR-NAMES
                          IF      FLAG-NAME-MATCH = FLAG-ON
                                  COMPUTE WS-CANDIDATE-COUNT
                                          = WS-CANDIDATE-COUNT + 1
                                  MOVE    WS-AR-IDX TO WS-MATCH-IDX
                          END-IF
                  END-IF
                  COMPUTE WS-AR-IDX = WS-AR-IDX + 1
          END-PERFORM
  END-IF.

  IF      WS-CANDIDATE-COUNT > 1
          MOVE    ZERO TO WS-MATCH-IDX
          MOVE    '3' TO WS-UNMATCH-REASON
  END-IF.


*> ***************************************************************************
*> * 予約者名照合処理
*> * = WS-AR-IDX のツアーの有効予約を読み、振込依頼人名と予約者名
*> *   または顧客名が一致すれば FLAG-NAME-MATCH を立てる
*> ***************************************************************************
CHECK-TOUR-NAMES.
  MOVE    FLAG-OFF TO FLAG-NAME-MATCH FLAG-BOOKING-END.

  MOVE    WS-AR-CODE(WS-AR-IDX) TO BK-TOUR-CODE.
  MOVE    ZERO TO BK-BOOKING-NO.
  START   TOUR-BOOKING-FILE KEY >= BK-KEY
          INVALID KEY MOVE FLAG-ON TO FLAG-BOOKING-END
  END-START.
  IF      FLAG-BOOKING-END NOT = FLAG-ON
          READ    TOUR-BOOKING-FILE NEXT
                  AT END MOVE FLAG-ON TO FLAG-BOOKING-END
          END-READ
  END-IF.

  PERFORM CHECK-TOUR-NAMES-LOOP
          UNTIL FLAG-BOOKING-END = FLAG-ON
          OR FLAG-NAME-MATCH = FLAG-ON.


*> ***************************************************************************
*> * 予約者名照合繰り返し処理
*> * = 依頼人名は48桁のため、先頭20桁が名前と一致し残りが空白の場合を一致とする
*> ***************************************************************************
CHECK-TOUR-NAMES-LOOP.
  IF      BK-TOUR-CODE NOT = WS-AR-CODE(WS-AR-IDX)
          MOVE    FLAG-ON TO FLAG-BOOKING-END
  ELSE
          IF      BK-STATUS-CONTRACTED
                  MOVE    BK-PARTY-NAME TO WS-CHECK-NAME
                  PERFORM COMPARE-REMITTER-NAME
                  IF      FLAG-NAME-MATCH NOT = FLAG-ON
                          AND BK-CUST-ID NOT = SPACE
                          AND FLAG-CUSTOMER-OPENED = FLAG-ON
                          MOVE    BK-CUST-ID TO CUST-ID
                          READ    TOUR-CUSTOMER-FILE
                                  INVALID KEY CONTINUE
                                  NOT INVALID KEY
                                  MOVE    CUST-NAME TO WS-CHECK-NAME
                                  PERFORM COMPARE-REMITTER-NAME
                          END-READ
                  END-IF
          END-IF
          READ    TOUR-BOOKING-FILE NEXT
                  AT END MOVE FLAG-ON TO FLAG-BOOKING-END
          END-READ
  END-IF.


*> ***************************************************************************
*> * 依頼人名比較処理
*> ***************************************************************************
COMPARE-REMITTER-NAME.
  IF      WS-CHECK-NAME NOT = SPACE
          AND ZD-REMITTER-NAME(1:20) = WS-CHECK-NAME
          AND ZD-REMITTER-NAME(21:28) = SPACE
          MOVE    FLAG-ON TO FLAG-NAME-MATCH
  END-IF.


*> ***************************************************************************
*> * 消込計上処理
*> * = 入金ファイルへ入金元=2で追記し、当回の残高を減らして取込記録を書く
*> ***************************************************************************
POST-MATCHED-DEPOSIT.
  MOVE    WS-ACCOUNT-DATE TO RCPT-DATE.
  MOVE    WS-AR-CODE(WS-MATCH-IDX) TO RCPT-TOUR-CODE.
  MOVE    ZD-AMOUNT TO RCPT-AMOUNT.
  MOVE    '2' TO RCPT-SOURCE.
  MOVE    WS-CUR-ACCOUNT-NO TO RCPT-BANK-ACCOUNT.
  MOVE    ZD-INQUIRY-NO TO RCPT-BANK-INQUIRY.
  WRITE   TOUR-RECEIPT-REC.

  IF      WS-AR-BALANCE(WS-MATCH-IDX) > ZD-AMOUNT
          SUBTRACT ZD-AMOUNT FROM WS-AR-BALANCE(WS-MATCH-IDX)
  ELSE
          MOVE    ZERO TO WS-AR-BALANCE(WS-MATCH-IDX)
  END-IF.

  COMPUTE WS-MATCHED-COUNT = WS-MATCHED-COUNT + 1.
  ADD     ZD-AMOUNT TO WS-MATCHED-AMOUNT.

  MOVE    '1' TO DEPL-RESULT.
  MOVE    WS-AR-CODE(WS-MATCH-IDX) TO DEPL-TOUR-CODE.
  PERFORM                     WRITE-DEPOSIT-LOG.

  MOVE    '消込' TO PRINT-LINE-RESULT.
  MOVE    WS-AR-CODE(WS-MATCH-IDX) TO PRINT-LINE-TOUR.
  WRITE   TOUR-BANK-LIST-RECORDS FROM PRINT-BANK-LINE AFTER 1.


*> ***************************************************************************
*> * 未突合処理
*> * = 未突合ファイルへ理由付きで追記し、取込記録を書く
*> ***************************************************************************
POST-UNMATCHED-DEPOSIT.
  MOVE    WS-CUR-ACCOUNT-NO TO UNM-ACCOUNT-NO.
  MOVE    WS-ACCOUNT-DATE TO UNM-ACCOUNT-DATE.
  MOVE    ZD-INQUIRY-NO TO UNM-INQUIRY-NO.
  MOVE    ZD-AMOUNT TO UNM-AMOUNT.
  MOVE    ZD-REMITTER-CODE TO UNM-REMITTER-CODE.
  MOVE    ZD-REMITTER-NAME TO UNM-REMITTER-NAME.
  MOVE    ZD-EDI-INFO TO UNM-EDI-INFO.
  MOVE    WS-UNMATCH-REASON TO UNM-REASON.
  MOVE    WS-RUN-DATE TO UNM-IMPORT-DATE.
  WRITE   TOUR-UNMATCHED-REC.

  COMPUTE WS-UNMATCHED-COUNT = WS-UNMATCHED-COUNT + 1.
  ADD     ZD-AMOUNT TO WS-UNMATCHED-AMOUNT.

  MOVE    '2' TO DEPL-RESULT.
  MOVE    SPACE TO DEPL-TOUR-CODE.
  PERFORM                     WRITE-DEPOSIT-LOG.

  MOVE    '未突合' TO PRINT-LINE-RESULT.
  EVALUATE TRUE
    WHEN UNM-REASON-NO-OPEN
          MOVE    '参照先に未回収残なし' TO PRINT-LINE-NOTE
    WHEN UNM-REASON-AMBIGUOUS
          MOVE    '金額・名義の一致が複数' TO PRINT-LINE-NOTE
    WHEN UNM-REASON-CANCELLED
          MOVE    '取消データ(手作業で確認)' TO PRINT-LINE-NOTE
    WHEN OTHER
          MOVE    '該当する未回収なし' TO PRINT-LINE-NOTE
  END-EVALUATE.
  WRITE   TOUR-BANK-LIST-RECORDS FROM PRINT-BANK-LINE AFTER 1.


*> ***************************************************************************
*> * 取込記録書き込み処理
*> ***************************************************************************
WRITE-DEPOSIT-LOG.
  MOVE    WS-CUR-ACCOUNT-NO TO DEPL-ACCOUNT-NO.
  MOVE    WS-ACCOUNT-DATE TO DEPL-ACCOUNT-DATE.
  MOVE    ZD-INQUIRY-NO TO DEPL-INQUIRY-NO.
  MOVE    ZD-AMOUNT TO DEPL-AMOUNT.
  MOVE    WS-RUN-DATE TO DEPL-IMPORT-DATE.
  WRITE   TOUR-DEPOSIT-LOG-REC
          INVALID KEY
          DISPLAY '警告: 取込記録が書けません 照会番号=' ZD-INQUIRY-NO
                  ' STATUS=' WS-DEPOSIT-LOG-STATUS
  END-WRITE.


*> ***************************************************************************
*> * 終了処理
*> ***************************************************************************
FINALIZE.
  IF      FLAG-OUTPUT-OPENED = FLAG-ON
          CLOSE   TOUR-ZENGIN-FILE

          MOVE    SPACE TO PRINT-BANK-SUMMARY
          MOVE    '振込読込件数' TO PRINT-SUMMARY-TEXT
          MOVE    WS-DEPOSIT-COUNT TO PRINT-SUMMARY-COUNT
          WRITE   TOUR-BANK-LIST-RECORDS FROM PRINT-BANK-SUMMARY AFTER 2

          MOVE    SPACE TO PRINT-BANK-SUMMARY
          MOVE    '消込 (入金ファイルへ計上)' TO PRINT-SUMMARY-TEXT
          MOVE    WS-MATCHED-COUNT TO PRINT-SUMMARY-COUNT
          MOVE    WS-MATCHED-AMOUNT TO PRINT-SUMMARY-AMOUNT
          WRITE   TOUR-BANK-LIST-RECORDS FROM PRINT-BANK-SUMMARY AFTER 1

          MOVE    SPACE TO PRINT-BANK-SUMMARY
          MOVE    '  うち参照で突合' TO PRINT-SUMMARY-TEXT
          MOVE    WS-REF-MATCH-COUNT TO PRINT-SUMMARY-COUNT
          WRITE   TOUR-BANK-LIST-RECORDS FROM PRINT-BANK-SUMMARY AFTER 1

          MOVE    SPACE TO PRINT-BANK-SUMMARY
          MOVE    '  うち金額・名義で突合' TO PRINT-SUMMARY-TEXT
          MOVE    WS-NAME-MATCH-COUNT TO PRINT-SUMMARY-COUNT
          WRITE   TOUR-BANK-LIST-RECORDS FROM PRINT-BANK-SUMMARY AFTER 1

          MOVE    SPACE TO PRINT-BANK-SUMMARY
          MOVE    '未突合 (取消データ含む)' TO PRINT-SUMMARY-TEXT
          MOVE    WS-UNMATCHED-COUNT TO PRINT-SUMMARY-COUNT
          MOVE    WS-UNMATCHED-AMOUNT TO PRINT-SUMMARY-AMOUNT
          WRITE   TOUR-BANK-LIST-RECORDS FROM PRINT-BANK-SUMMARY AFTER 1

          MOVE    SPACE TO PRINT-BANK-SUMMARY
          MOVE    '取込済のため読み飛ばし' TO PRINT-SUMMARY-TEXT
          MOVE    WS-DUPLICATE-COUNT TO PRINT-SUMMARY-COUNT
          WRITE   TOUR-BANK-LIST-RECORDS FROM PRINT-BANK-SUMMARY AFTER 1

          CLOSE   TOUR-DEPOSIT-LOG TOUR-RECEIPTS-FILE TOUR-UNMATCHED-FILE
                  TOUR-BANK-LIST
  END-IF.
  IF      FLAG-BOOKING-OPENED = FLAG-ON
          CLOSE   TOUR-BOOKING-FILE
  END-IF.
  IF      FLAG-CUSTOMER-OPENED = FLAG-ON
          CLOSE   TOUR-CUSTOMER-FILE
  END-IF.

  DISPLAY '振込読込: ' WS-DEPOSIT-COUNT '  消込: ' WS-MATCHED-COUNT
          '  未突合: ' WS-UNMATCHED-COUNT '  取込済: ' WS-DUPLICATE-COUNT.
  IF      WS-CANCEL-COUNT > ZERO
          DISPLAY '取消データ: ' WS-CANCEL-COUNT
                  ' 件 (未突合ファイルで確認してください)'
  END-IF.
  IF      FLAG-OUTPUT-OPENED = FLAG-ON
          DISPLAY '振込取込リスト: TOUR-BANK-LIST.DAT'
  END-IF.
