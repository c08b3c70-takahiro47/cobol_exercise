*> ------------------------------------------------------- <*
*> Run as:
*> $ cobc -x -free -g -debug -Wall -I copybooks tour_trvl.cbl; ./tour_trvl
*> TOUR-TRAVELLER.DAT (索引編成, ツアーID+予約番号+旅行者番号キー) の
*> 旅行者(予約ごとの同行者)の追加・変更・削除を行う旅行者保守プログラム。
*> 追加時は予約が TOUR-BOOKING.DAT に有効予約として存在することを
*> 確認し、旅行者番号は予約内の最大番号+1を採番する。
*> 機能4: 有効予約のうち旅行者の登録人数が予約席数(BK-SEATS)と
*>        一致しないものを TOUR-TRVL-CHECK.DAT へ書き出す。
*> 登録した旅行者は TOUR-SCHED の出発者名簿に予約ごとに印刷される。
*> ------------------------------------------------------- <*

*> ***************************************************************************
*> * 見出し部
*> ***************************************************************************
IDENTIFICATION DIVISION.
  PROGRAM-ID. TOUR-TRVL.


*> ***************************************************************************
*> * 環境部
*> ***************************************************************************
ENVIRONMENT DIVISION.

  INPUT-OUTPUT SECTION.
  FILE-CONTROL.
    SELECT TOUR-TRAVELLER-FILE  ASSIGN TO 'TOUR-TRAVELLER.DAT'  *> I-O      / 旅行者ファイル
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS TRVL-KEY
      FILE STATUS IS WS-TRAVELLER-STATUS.
    SELECT TOUR-BOOKING-FILE    ASSIGN TO 'TOUR-BOOKING.DAT'    *> INFILE   / 予約明細ファイル
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS BK-KEY
      FILE STATUS IS WS-BOOKING-STATUS.
    SELECT TOUR-TRVL-CHECK      ASSIGN TO 'TOUR-TRVL-CHECK.DAT' *> SYSPRINT / 旅行者人数照合リスト
      ORGANIZATION IS LINE SEQUENTIAL.


*> ***************************************************************************
*> * データ部
*> ***************************************************************************
DATA DIVISION.

  *> ファイルの定義
  FILE SECTION.

    *> 旅行者ファイル (ツアーID+予約番号+旅行者番号をキーとした索引編成ファイル)
    FD TOUR-TRAVELLER-FILE
      LABEL RECORD IS STANDARD.

    COPY TOURTRVL.

    *> 予約明細ファイル (ツアーID+予約番号をキーとした索引編成ファイル)
    FD TOUR-BOOKING-FILE
      LABEL RECORD IS STANDARD.

    COPY TOURBOOK.

    *> 旅行者人数照合リスト
    FD TOUR-TRVL-CHECK
      LABEL RECORD IS OMITTED.

    01 TOUR-TRVL-CHECK-RECORDS  PIC X(132).

  *> 変数の定義
  WORKING-STORAGE SECTION.

    *> 一時利用
    01 FLAG-FILE-END            PIC 9(01) VALUE ZERO.     *> 予約EODフラグ
    01 FLAG-SUM-END             PIC 9(01) VALUE ZERO.     *> 旅行者読み終わりフラグ
    01 FLAG-ON                  PIC 9(01) VALUE 1.        *> 定数 ON
    01 FLAG-OFF                 PIC 9(01) VALUE 0.        *> 定数 OFF
    01 FLAG-EXIT                PIC 9(01) VALUE ZERO.
      88 WS-EXIT-REQUESTED      VALUE 1.

    01 WS-TRAVELLER-STATUS      PIC X(02) VALUE '00'.     *> TOUR-TRAVELLER-FILEの状態キー
      88 WS-TRAVELLER-STATUS-OK VALUE '00'.
      88 WS-TRAVELLER-NOT-FOUND VALUE '35'.
    01 WS-BOOKING-STATUS        PIC X(02) VALUE '00'.     *> TOUR-BOOKING-FILEの状態キー
      88 WS-BOOKING-STATUS-OK   VALUE '00'.

    01 WS-MENU-CHOICE           PIC 9(01) VALUE ZERO.

    01 FLAG-TRAVELLER-OPENED    PIC 9(01) VALUE ZERO.     *> 旅行者ファイルオープン済フラグ
    01 FLAG-BOOKING-OPENED      PIC 9(01) VALUE ZERO.     *> 予約明細オープン済フラグ
    01 WS-BOOKING-EXISTS-FLAG   PIC 9(01) VALUE ZERO.     *> 予約存在フラグ
      88 WS-BOOKING-EXISTS      VALUE 1.

    *> 画面入力用のワーク項目
    01 WS-IN-TOUR-CODE          PIC X(05).
    01 WS-IN-BOOKING-NO         PIC 9(03).
    01 WS-IN-TRVL-NO            PIC 9(03).
    01 WS-IN-NAME               PIC X(20).
    01 WS-IN-BIRTH-DATE         PIC 9(08).
    01 WS-IN-GENDER             PIC X(01).
    01 WS-IN-EMERG-NAME         PIC X(20).
    01 WS-IN-EMERG-PHONE        PIC X(13).
    01 WS-GENDER-VALID-FLAG     PIC 9(01) VALUE ZERO.
      88 WS-GENDER-VALID        VALUE 1.

    *> 旅行者番号採番・人数集計
    01 WS-TRVL-MAX-NO           PIC 9(03) VALUE ZERO.     *> 当該予約の最大旅行者番号
    01 WS-NEXT-TRVL-NO          PIC 9(03) VALUE ZERO.     *> 次の旅行者番号
    01 WS-TRVL-COUNT            PIC 9(04) VALUE ZERO.     *> 当該予約の旅行者数
    01 WS-BOOKING-SEATS         PIC 9(04) VALUE ZERO.     *> 当該予約の席数

    *> 人数照合用
    01 WS-CHECK-COUNT           PIC 9(05) VALUE ZERO.     *> 照合した有効予約件数
    01 WS-MISMATCH-COUNT        PIC 9(05) VALUE ZERO.     *> 人数不一致件数

    *> 人数照合リスト出力域
    01 PRINT-CHECK-HEADER.
      03 FILLER                 PIC X(09) VALUE 'ID+NO'.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 FILLER                 PIC X(20) VALUE '予約者名'.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 FILLER                 PIC X(12) VALUE 'ｾｷｽｳ'.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 FILLER                 PIC X(24) VALUE 'ﾘｮｺｳｼｬｽｳ'.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 FILLER                 PIC X(20) VALUE '状況'.

    01 PRINT-CHECK-LINE.
      03 PRINT-CHECK-KEY        PIC X(08).
      03 FILLER                 PIC X(03) VALUE SPACE.
      03 PRINT-CHECK-PARTY      PIC X(20).
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-CHECK-SEATS      PIC Z,ZZ9.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-CHECK-TRVL       PIC Z,ZZ9.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-CHECK-REASON     PIC X(20).

    01 PRINT-CHECK-SUMMARY.
      03 FILLER                 PIC X(02) VALUE SPACE.
      03 PRINT-SUMMARY-TEXT     PIC X(30).
      03 PRINT-SUMMARY-COUNT    PIC ZZ,ZZ9.


*> ***************************************************************************
*> * 手続き部
*> ***************************************************************************
PROCEDURE DIVISION.

*> 基本処理
BASE.
  DISPLAY 'TOUR-TRVL'.
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
  OPEN    I-O                  TOUR-TRAVELLER-FILE.
  IF      WS-TRAVELLER-NOT-FOUND
          *> 初回実行でファイルが存在しない場合だけ新規作成する
          OPEN    OUTPUT        TOUR-TRAVELLER-FILE
          CLOSE                 TOUR-TRAVELLER-FILE
          OPEN    I-O           TOUR-TRAVELLER-FILE
  END-IF.
  IF      WS-TRAVELLER-STATUS-OK
          MOVE    FLAG-ON TO FLAG-TRAVELLER-OPENED
  ELSE
          DISPLAY 'エラー: 旅行者ファイルが開けません STATUS='
                  WS-TRAVELLER-STATUS
          DISPLAY '        保守を中止します'
          MOVE    FLAG-ON TO FLAG-EXIT
  END-IF.

  OPEN    INPUT                 TOUR-BOOKING-FILE.
  IF      WS-BOOKING-STATUS-OK
          MOVE    FLAG-ON TO FLAG-BOOKING-OPENED
  ELSE
          DISPLAY '警告: 予約明細が開けません STATUS=' WS-BOOKING-STATUS
          DISPLAY '      予約の存在チェックと人数照合リストは使えません'
  END-IF.


*> ***************************************************************************
*> * メイン繰り返し処理 (メニュー)
*> ***************************************************************************
MAIN-LOOP.
  DISPLAY ' '.
  DISPLAY '1.旅行者追加  2.旅行者変更  3.旅行者削除  4.人数照合リスト  5.終了'.
  DISPLAY 'ﾒﾆｭｰ番号を入力してください ==> ' WITH NO ADVANCING.
  ACCEPT   WS-MENU-CHOICE.

  EVALUATE WS-MENU-CHOICE
    WHEN 1  PERFORM ADD-TRAVELLER
    WHEN 2  PERFORM CHANGE-TRAVELLER
    WHEN 3  PERFORM DELETE-TRAVELLER
    WHEN 4  PERFORM TRAVELLER-COUNT-CHECK
    WHEN 5  MOVE FLAG-ON TO FLAG-EXIT
    WHEN OTHER
            DISPLAY 'メニュー番号が不正です'
  END-EVALUATE.


*> ***************************************************************************
*> * 旅行者追加処理
*> * = 予約が有効予約として存在することを確認し、旅行者番号を
*> *   採番して登録する。席数を超える登録は警告のうえ受け付ける
*> ***************************************************************************
ADD-TRAVELLER.
  DISPLAY 'ﾂｱｰID(5桁)を入力してください ==> ' WITH NO ADVANCING.
  ACCEPT   WS-IN-TOUR-CODE.
  DISPLAY '予約番号(3桁)を入力してください ==> ' WITH NO ADVANCING.
  ACCEPT   WS-IN-BOOKING-NO.

  PERFORM  CHECK-BOOKING-EXISTS.

  IF       WS-BOOKING-EXISTS
           PERFORM ACCEPT-TRAVELLER-DATA
           PERFORM GET-NEXT-TRVL-NO

           MOVE WS-IN-TOUR-CODE TO TRVL-TOUR-CODE
           MOVE WS-IN-BOOKING-NO TO TRVL-BOOKING-NO
           MOVE WS-NEXT-TRVL-NO TO TRVL-NO
           MOVE WS-IN-NAME TO TRVL-NAME
           MOVE WS-IN-BIRTH-DATE TO TRVL-BIRTH-DATE
           MOVE WS-IN-GENDER TO TRVL-GENDER
           MOVE WS-IN-EMERG-NAME TO TRVL-EMERG-NAME
           MOVE WS-IN-EMERG-PHONE TO TRVL-EMERG-PHONE

           WRITE TOUR-TRAVELLER-REC
                 INVALID KEY
                 DISPLAY 'エラー: 旅行者 ' WS-IN-TOUR-CODE '-'
                         WS-IN-BOOKING-NO '-' WS-NEXT-TRVL-NO
                         ' は既に存在します'
                 NOT INVALID KEY
                 DISPLAY '旅行者 ' TRVL-KEY ' ' TRVL-NAME
                         ' を登録しました'
                 *> 採番時に数えた既存人数+今回の1名で席数と比べる
                 IF      FLAG-BOOKING-OPENED = FLAG-ON
                         AND WS-TRVL-COUNT + 1 > WS-BOOKING-SEATS
                         DISPLAY '警告: 旅行者数が予約席数 '
                                 WS-BOOKING-SEATS ' を超えています'
                 END-IF
           END-WRITE
  END-IF.


*> ***************************************************************************
*> * 予約存在確認処理
*> * = 有効予約のみ旅行者を登録できる。予約明細が開けていない
*> *   場合は警告済みのためチェックを通す
*> ***************************************************************************
CHECK-BOOKING-EXISTS.
  MOVE    FLAG-ON TO WS-BOOKING-EXISTS-FLAG.
  MOVE    ZERO TO WS-BOOKING-SEATS.
  IF      FLAG-BOOKING-OPENED = FLAG-ON
          MOVE    WS-IN-TOUR-CODE TO BK-TOUR-CODE
          MOVE    WS-IN-BOOKING-NO TO BK-BOOKING-NO
          READ    TOUR-BOOKING-FILE
                  INVALID KEY
                  MOVE    FLAG-OFF TO WS-BOOKING-EXISTS-FLAG
                  DISPLAY 'エラー: 予約 ' WS-IN-TOUR-CODE '-'
                          WS-IN-BOOKING-NO ' は予約明細に存在しません'
                  NOT INVALID KEY
                  IF      BK-STATUS-ACTIVE
                          MOVE    BK-SEATS TO WS-BOOKING-SEATS
                  ELSE
                          MOVE    FLAG-OFF TO WS-BOOKING-EXISTS-FLAG
                          DISPLAY 'エラー: 予約 ' WS-IN-TOUR-CODE '-'
                                  WS-IN-BOOKING-NO ' は有効予約ではありません'
                  END-IF
          END-READ
  END-IF.


*> ***************************************************************************
*> * 旅行者項目入力処理
*> ***************************************************************************
ACCEPT-TRAVELLER-DATA.
  DISPLAY '旅行者氏名(20桁)を入力してください ==> ' WITH NO ADVANCING.
  ACCEPT   WS-IN-NAME.
  DISPLAY '生年月日(YYYYMMDD)を入力してください ==> ' WITH NO ADVANCING.
  ACCEPT   WS-IN-BIRTH-DATE.
  PERFORM  ACCEPT-GENDER.
  DISPLAY '緊急連絡先氏名(20桁)を入力してください ==> ' WITH NO ADVANCING.
  ACCEPT   WS-IN-EMERG-NAME.
  DISPLAY '緊急連絡先電話番号(13桁)を入力してください ==> '
          WITH NO ADVANCING.
  ACCEPT   WS-IN-EMERG-PHONE.


*> ***************************************************************************
*> * 性別入力処理
*> * = 1/2/9以外が入力された場合は再入力を求める
*> ***************************************************************************
ACCEPT-GENDER.
  MOVE    FLAG-OFF TO WS-GENDER-VALID-FLAG.
  PERFORM UNTIL WS-GENDER-VALID
          DISPLAY '性別(1:男性 2:女性 9:その他)を入力してください ==> '
                  WITH NO ADVANCING
          ACCEPT   WS-IN-GENDER
          IF      WS-IN-GENDER = '1' OR WS-IN-GENDER = '2'
                  OR WS-IN-GENDER = '9'
                  MOVE    FLAG-ON TO WS-GENDER-VALID-FLAG
          ELSE
                  DISPLAY '性別は1,2,9のいずれかを入力してください'
          END-IF
  END-PERFORM.


*> ***************************************************************************
*> * 旅行者番号採番処理
*> * = 当該予約の最大旅行者番号+1を次の番号とし、既存人数も数える
*> ***************************************************************************
GET-NEXT-TRVL-NO.
  MOVE    ZERO TO WS-TRVL-MAX-NO WS-TRVL-COUNT.
  MOVE    FLAG-OFF TO FLAG-SUM-END.

  MOVE    WS-IN-TOUR-CODE TO TRVL-TOUR-CODE.
  MOVE    WS-IN-BOOKING-NO TO TRVL-BOOKING-NO.
  MOVE    ZERO TO TRVL-NO.
  START   TOUR-TRAVELLER-FILE KEY >= TRVL-KEY
          INVALID KEY MOVE FLAG-ON TO FLAG-SUM-END
  END-START.

  IF      FLAG-SUM-END NOT = FLAG-ON
          READ    TOUR-TRAVELLER-FILE NEXT
                  AT END MOVE FLAG-ON TO FLAG-SUM-END
          END-READ
  END-IF.

  PERFORM GET-NEXT-TRVL-NO-LOOP
          UNTIL FLAG-SUM-END = FLAG-ON.

  COMPUTE WS-NEXT-TRVL-NO = WS-TRVL-MAX-NO + 1.


*> ***************************************************************************
*> * 旅行者番号採番繰り返し処理
*> ***************************************************************************
GET-NEXT-TRVL-NO-LOOP.
  IF      TRVL-TOUR-CODE NOT = WS-IN-TOUR-CODE
          OR TRVL-BOOKING-NO NOT = WS-IN-BOOKING-NO
          MOVE    FLAG-ON TO FLAG-SUM-END
  ELSE
          MOVE    TRVL-NO TO WS-TRVL-MAX-NO
          COMPUTE WS-TRVL-COUNT = WS-TRVL-COUNT + 1
          READ    TOUR-TRAVELLER-FILE NEXT
                  AT END MOVE FLAG-ON TO FLAG-SUM-END
          END-READ
  END-IF.


*> ***************************************************************************
*> * 旅行者変更処理
*> ***************************************************************************
CHANGE-TRAVELLER.
  PERFORM  ACCEPT-TRAVELLER-KEY.

  READ     TOUR-TRAVELLER-FILE
           INVALID KEY
           DISPLAY 'エラー: 旅行者 ' WS-IN-TOUR-CODE '-' WS-IN-BOOKING-NO
                   '-' WS-IN-TRVL-NO ' が見つかりません'.

  IF       WS-TRAVELLER-STATUS-OK
           DISPLAY '現在: 氏名=' TRVL-NAME ' 生年月日=' TRVL-BIRTH-DATE
                   ' 性別=' TRVL-GENDER
           DISPLAY '      緊急連絡先=' TRVL-EMERG-NAME ' ' TRVL-EMERG-PHONE

           PERFORM ACCEPT-TRAVELLER-DATA

           MOVE WS-IN-NAME TO TRVL-NAME
           MOVE WS-IN-BIRTH-DATE TO TRVL-BIRTH-DATE
           MOVE WS-IN-GENDER TO TRVL-GENDER
           MOVE WS-IN-EMERG-NAME TO TRVL-EMERG-NAME
           MOVE WS-IN-EMERG-PHONE TO TRVL-EMERG-PHONE

           REWRITE TOUR-TRAVELLER-REC
                   INVALID KEY
                   DISPLAY 'エラー: 更新に失敗しました'
                   NOT INVALID KEY
                   DISPLAY '旅行者 ' TRVL-KEY ' を変更しました'
           END-REWRITE
  END-IF.


*> ***************************************************************************
*> * 旅行者削除処理
*> ***************************************************************************
DELETE-TRAVELLER.
  PERFORM  ACCEPT-TRAVELLER-KEY.

  READ     TOUR-TRAVELLER-FILE
           INVALID KEY
           DISPLAY 'エラー: 旅行者 ' WS-IN-TOUR-CODE '-' WS-IN-BOOKING-NO
                   '-' WS-IN-TRVL-NO ' が見つかりません'.

  IF       WS-TRAVELLER-STATUS-OK
           DELETE TOUR-TRAVELLER-FILE
                  INVALID KEY
                  DISPLAY 'エラー: 削除に失敗しました'
                  NOT INVALID KEY
                  DISPLAY '旅行者 ' WS-IN-TOUR-CODE '-' WS-IN-BOOKING-NO
                          '-' WS-IN-TRVL-NO ' を削除しました'
           END-DELETE
  END-IF.


*> ***************************************************************************
*> * 旅行者キー入力処理
*> ***************************************************************************
ACCEPT-TRAVELLER-KEY.
  DISPLAY 'ﾂｱｰID(5桁)を入力してください ==> ' WITH NO ADVANCING.
  ACCEPT   WS-IN-TOUR-CODE.
  DISPLAY '予約番号(3桁)を入力してください ==> ' WITH NO ADVANCING.
  ACCEPT   WS-IN-BOOKING-NO.
  DISPLAY '旅行者番号(3桁)を入力してください ==> ' WITH NO ADVANCING.
  ACCEPT   WS-IN-TRVL-NO.
  MOVE     WS-IN-TOUR-CODE TO TRVL-TOUR-CODE.
  MOVE     WS-IN-BOOKING-NO TO TRVL-BOOKING-NO.
  MOVE     WS-IN-TRVL-NO TO TRVL-NO.


*> ***************************************************************************
*> * 人数照合リスト処理
*> * = 有効予約ごとに旅行者の登録人数を数え、予約席数と一致しない
*> *   予約を書き出す
*> ***************************************************************************
TRAVELLER-COUNT-CHECK.
  IF      FLAG-BOOKING-OPENED NOT = FLAG-ON
          DISPLAY 'エラー: 予約明細が開けていないため照合できません'
  ELSE
          MOVE    ZERO TO WS-CHECK-COUNT WS-MISMATCH-COUNT
          MOVE    FLAG-OFF TO FLAG-FILE-END
          OPEN    OUTPUT        TOUR-TRVL-CHECK
          WRITE   TOUR-TRVL-CHECK-RECORDS FROM PRINT-CHECK-HEADER AFTER PAGE

          MOVE    LOW-VALUE TO BK-KEY
          START   TOUR-BOOKING-FILE KEY >= BK-KEY
                  INVALID KEY MOVE FLAG-ON TO FLAG-FILE-END
          END-START
          IF      FLAG-FILE-END NOT = FLAG-ON
                  READ    TOUR-BOOKING-FILE NEXT
                          AT END MOVE FLAG-ON TO FLAG-FILE-END
                  END-READ
          END-IF

          PERFORM              TRAVELLER-COUNT-CHECK-LOOP
                               UNTIL FLAG-FILE-END = FLAG-ON

          MOVE    SPACE TO PRINT-CHECK-SUMMARY
          MOVE    '照合件数(有効予約)' TO PRINT-SUMMARY-TEXT
          MOVE    WS-CHECK-COUNT TO PRINT-SUMMARY-COUNT
          WRITE   TOUR-TRVL-CHECK-RECORDS FROM PRINT-CHECK-SUMMARY AFTER 2

          MOVE    SPACE TO PRINT-CHECK-SUMMARY
          MOVE    '人数不一致件数' TO PRINT-SUMMARY-TEXT
          MOVE    WS-MISMATCH-COUNT TO PRINT-SUMMARY-COUNT
          WRITE   TOUR-TRVL-CHECK-RECORDS FROM PRINT-CHECK-SUMMARY AFTER 1

          CLOSE                 TOUR-TRVL-CHECK
          DISPLAY '照合件数: ' WS-CHECK-COUNT
                  '  人数不一致: ' WS-MISMATCH-COUNT
          DISPLAY '旅行者人数照合リスト: TOUR-TRVL-CHECK.DAT'
  END-IF.


*> ***************************************************************************
*> * 人数照合繰り返し処理
*> ***************************************************************************
TRAVELLER-COUNT-CHECK-LOOP.
  IF      BK-STATUS-ACTIVE
          MOVE    BK-TOUR-CODE TO WS-IN-TOUR-CODE
          MOVE    BK-BOOKING-NO TO WS-IN-BOOKING-NO
          PERFORM GET-NEXT-TRVL-NO
          COMPUTE WS-CHECK-COUNT = WS-CHECK-COUNT + 1

          IF      WS-TRVL-COUNT NOT = BK-SEATS
                  MOVE    BK-KEY TO PRINT-CHECK-KEY
                  MOVE    BK-PARTY-NAME TO PRINT-CHECK-PARTY
                  MOVE    BK-SEATS TO PRINT-CHECK-SEATS
                  MOVE    WS-TRVL-COUNT TO PRINT-CHECK-TRVL
                  IF      WS-TRVL-COUNT < BK-SEATS
                          MOVE    '旅行者不足' TO PRINT-CHECK-REASON
                  ELSE
                          MOVE    '旅行者超過' TO PRINT-CHECK-REASON
                  END-IF
                  WRITE   TOUR-TRVL-CHECK-RECORDS FROM PRINT-CHECK-LINE
                          AFTER 1
                  COMPUTE WS-MISMATCH-COUNT = WS-MISMATCH-COUNT + 1
          END-IF
  END-IF.

  READ    TOUR-BOOKING-FILE NEXT
          AT END MOVE FLAG-ON TO FLAG-FILE-END.


*> ***************************************************************************
*> * 終了処理
*> ***************************************************************************
FINALIZE.
  IF      FLAG-BOOKING-OPENED = FLAG-ON
          CLOSE   TOUR-BOOKING-FILE
  END-IF.
  IF      FLAG-TRAVELLER-OPENED = FLAG-ON
          CLOSE   TOUR-TRAVELLER-FILE
  END-IF.
