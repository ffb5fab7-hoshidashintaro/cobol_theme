       *>----------------------------------------------------------------------------
       *>価格保留受注の承認・否認反映処理
       *>  マッチング処理（TEST0001）が価格下限割れ（適用単価が原価＋
       *>  最低粗利を下回る）で保留した受注に対し、価格担当の判定ファイル
       *>  （承認／否認）を突き合わせる。
       *>  承認された受注はマッチング処理へ再投入できる受注ファイル形式
       *>  （ヘッダ＋明細）で書き出し、否認された受注は否認記録ファイルへ、
       *>  判定のない受注は繰越保留ファイルへ書き出す。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       IDENTIFICATION                     DIVISION.
       PROGRAM-ID.                        PRCREL01.
       *>----------------------------------------------------------------------------
       *>環境部
       *>----------------------------------------------------------------------------
       ENVIRONMENT                        DIVISION.
       INPUT-OUTPUT                       SECTION.
       FILE-CONTROL.
       *>----------------------------------------------------------------------------
       *>[入力]価格下限割れ受注保留ファイル（TEST0001の出力）
       *>----------------------------------------------------------------------------
       SELECT    KHL01-KAKAKU-HOLD-FILE
                                      ASSIGN       TO   "KHL01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS IN-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]価格判定ファイル（価格担当が承認／否認を記入する）
       *>----------------------------------------------------------------------------
       SELECT    KDC01-KETTEI-FILE    ASSIGN       TO   "KDC01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS DEC-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]承認受注ファイル（受注ファイル形式・マッチング処理へ再投入）
       *>----------------------------------------------------------------------------
       SELECT    KRL01-RELEASE-FILE   ASSIGN       TO   "KRL01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>[出力]否認記録ファイル
       *>----------------------------------------------------------------------------
       SELECT    KRJ01-DENIAL-FILE    ASSIGN       TO   "KRJ01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>[出力]繰越保留ファイル（判定なしの受注）
       *>----------------------------------------------------------------------------
       SELECT    KHC01-CARRY-FILE     ASSIGN       TO   "KHC01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
       FILE                               SECTION.
       *>----------------------------------------------------------------------------
       *>[入力]価格保留ファイルのレイアウト定義（TEST0001と同一レイアウト）
       *>----------------------------------------------------------------------------
       FD   KHL01-KAKAKU-HOLD-FILE.
       01   KHL01-RECODE.
          03   KHL01-ZYUTYU-BANGOU.
                05   KHL01-MISEBAN                  PIC X(003).
                05   KHL01-TYUMON-BANGOU            PIC 9(005).
          03   KHL01-SHOHIN-CODE.
                05   KHL01-BUNRUI-CODE              PIC X(002).
                05   KHL01-SHOHIN-NO                PIC 9(004).
          03   KHL01-TYUMON-SU                      PIC S9(005).
          03   KHL01-UKETUKE-NICHIZI.
                05   KHL01-HIDUKE                   PIC 9(008).
                05   KHL01-ZIKAN                    PIC 9(004).
          03   KHL01-TANTOSYA-CODE.
                05   KHL01-BUSHO-CODE               PIC X(003).
                05   KHL01-TANTOSYA-BANGOU          PIC 9(004).
          03   KHL01-KOKYAKU-BANGOU                 PIC 9(006).
          03   KHL01-TEKIYO-TANKA                   PIC 9(005).
          03   KHL01-TANKA-KUBUN                    PIC X(001).
          03   KHL01-GENKA                          PIC 9(005).
          03   KHL01-KAGEN-TANKA                    PIC 9(007).
          03   KHL01-ARARI-RITSU                    PIC 9(003).
          03   KHL01-NOHIN-SAKI                     PIC X(003).
          03   KHL01-SHONIN-KUBUN                   PIC X(001).
          03   KHL01-CHOKUSO-KUBUN                  PIC X(001).
          03   KHL01-SURYO-KAKUNIN-KUBUN            PIC X(001).
       *>----------------------------------------------------------------------------
       *>[入力]価格判定ファイルのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   KDC01-KETTEI-FILE.
       01   KDC01-RECODE.
          03   KDC01-ZYUTYU-BANGOU.
                05   KDC01-MISEBAN                  PIC X(003).
                05   KDC01-TYUMON-BANGOU            PIC 9(005).
          03   KDC01-SHOHIN-CODE                    PIC X(006).
          03   KDC01-KETTEI-KUBUN                   PIC X(001).
                88   KDC01-SHOUNIN                  VALUE "A".
                88   KDC01-HININ                    VALUE "R".
       *>----------------------------------------------------------------------------
       *>[出力]承認受注ファイルのレイアウト定義（受注ファイルと同一形式）
       *>----------------------------------------------------------------------------
       FD   KRL01-RELEASE-FILE.
       01   KRL01-RECODE.
          03   KRL01-RECORD-KUBUN                   PIC X(001).
          03   KRL01-ZYUTYU-BANGOU.
                05   KRL01-MISEBAN                  PIC X(003).
                05   KRL01-TYUMON-BANGOU            PIC 9(005).
          03   KRL01-SHOHIN-ZYOHOU.
                05   KRL01-SHOHIN-CODE.
                      07   KRL01-BUNRUI-CODE        PIC X(002).
                      07   KRL01-SHOHIN-NO          PIC 9(004).
          03   KRL01-TYUMON-ZYOHOU.
                05   KRL01-TYUMON-SU                PIC S9(005).
                05   KRL01-UKETUKE-NICHIZI.
                      07   KRL01-HIDUKE             PIC 9(008).
                      07   KRL01-ZIKAN              PIC 9(004).
                05   KRL01-TANTOSYA-CODE.
                      07   KRL01-BUSHO-CODE         PIC X(003).
                      07   KRL01-TANTOSYA-BANGOU    PIC 9(004).
       *>
       *>  [出力]承認受注ファイル ヘッダレコードのレイアウト定義
       01   KRL01-HEADER-RECODE.
          03   KRL01-HD-KUBUN                       PIC X(001).
          03   KRL01-HD-ZYUTYU-BANGOU.
                05   KRL01-HD-MISEBAN               PIC X(003).
                05   KRL01-HD-TYUMON-BANGOU         PIC 9(005).
          03   KRL01-HD-KOKYAKU-BANGOU              PIC 9(006).
       *>  --優先区分（保留ファイルには無いためスペースとする）--
          03   FILLER                               PIC X(001).
       *>  --与信承認区分（保留時の指定を引き継ぐ。与信解放済みの受注は
       *>    再投入先でも与信限度額チェックを通過済みとして扱わせる）--
          03   KRL01-HD-SHONIN-KUBUN                PIC X(001).
       *>  --納品先コード・直送区分（保留時の指定を引き継ぐ）--
          03   KRL01-HD-NOHIN-SAKI                  PIC X(003).
          03   KRL01-HD-CHOKUSO-KUBUN               PIC X(001).
       *>  --価格承認区分（"A"＝承認済み。再投入先（TEST0001）の
       *>    価格下限チェックを通過済みとして扱わせる）--
          03   KRL01-HD-KAKAKU-SHONIN-KUBUN         PIC X(001).
       *>  --数量確認区分（保留時の指定を引き継ぐ）--
          03   KRL01-HD-SURYO-KAKUNIN-KUBUN         PIC X(001).
          03   FILLER                               PIC X(016).
       *>----------------------------------------------------------------------------
       *>[出力]否認記録ファイルのレイアウト定義（保留ファイルと同一形式）
       *>----------------------------------------------------------------------------
       FD   KRJ01-DENIAL-FILE.
       01   KRJ01-RECODE                            PIC X(071).
       *>----------------------------------------------------------------------------
       *>[出力]繰越保留ファイルのレイアウト定義（保留ファイルと同一形式）
       *>----------------------------------------------------------------------------
       FD   KHC01-CARRY-FILE.
       01   KHC01-RECODE                            PIC X(071).
       *>----------------------------------------------------------------------------
       *>作業領域の定義
       *>----------------------------------------------------------------------------
       WORKING-STORAGE                    SECTION.
       *>
       *>--手続き部で「MAIN-PROC」を終了させる際の定数となる--
       77   CST-END                           PIC X(004) VALUE "END".
       *>
       01   WRK-WORK-AREA.
            03   WRK-AT-END                   PIC X(004).
            03   WRK-AT-END-DEC               PIC X(004).
            *>--承認（再投入）・否認・繰越の各件数をカウントする変数--
            03   WRK-RELEASE-COUNT            PIC 9(006).
            03   WRK-DENIAL-COUNT             PIC 9(006).
            03   WRK-CARRY-COUNT              PIC 9(006).
       *>
       01   IN-FILE-STATUS                    PIC XX.
       01   DEC-FILE-STATUS                   PIC XX.
       *>
       *>--価格判定の一括読み込み用テーブル（受注番号＋商品コードで検索）--
       77   CST-MAX-KETTEI-KENSU              PIC 9(004) VALUE 9999.
       01   WRK-KETTEI-TBL.
            03   WRK-KETTEI-ENT                   OCCURS 9999.
                 05   WRK-KETTEI-KEY              PIC X(014).
                 05   WRK-KETTEI-KUBUN            PIC X(001).
       01   WRK-KETTEI-CNT                    PIC 9(004).
       01   WRK-KETTEI-IDX                    PIC 9(004).
       01   WRK-KETTEI-MITUKE-SW              PIC X(001).
            88   WRK-KETTEI-MITUKE            VALUE "Y".
       01   WRK-KETTEI-KEKKA                  PIC X(001).
       01   WRK-SAGASHI-KEY                   PIC X(014).
       *>
       *>--ヘッダ出力済み判定用の直前受注番号（同一受注の複数明細は
       *>  １ヘッダにまとめる。保留ファイルは受注単位に連続している）--
       01   KEY-ZYUTYU-BANGOU                 PIC X(008).
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                          VALUE "PRCREL01の出力結果".
       *>
       01   MS2-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "承認件数：".
            03   MSG2-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS3-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "否認件数：".
            03   MSG3-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS4-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "繰越件数：".
            03   MSG4-COUNT                   PIC ZZZ,ZZ9.
       *>----------------------------------------------------------------------------
       *>手続き部
       *>----------------------------------------------------------------------------
       PROCEDURE                         DIVISION.
       *>
           PERFORM   INIT-PROC.
       *>
           PERFORM   MAIN-PROC  UNTIL   WRK-AT-END   =   CST-END.
       *>
           PERFORM   TERM-PROC.
       *>
           STOP RUN.
       *>----------------------------------------------------------------------------
       *>初期処理
       *>----------------------------------------------------------------------------
       INIT-PROC                         SECTION.
       *>
       *>  作業領域の初期化
           MOVE   SPACE      TO   WRK-AT-END.
           MOVE   ZERO       TO   WRK-RELEASE-COUNT.
           MOVE   ZERO       TO   WRK-DENIAL-COUNT.
           MOVE   ZERO       TO   WRK-CARRY-COUNT.
           MOVE   ZERO       TO   WRK-KETTEI-CNT.
           MOVE   SPACE      TO   KEY-ZYUTYU-BANGOU.
       *>
       *>  価格判定ファイルの一括読み込み
           PERFORM   KETTEI-FILE-LOAD-PROC.
       *>
       *>ファイルのオープン
           OPEN   INPUT    KHL01-KAKAKU-HOLD-FILE
                  OUTPUT   KRL01-RELEASE-FILE
                           KRJ01-DENIAL-FILE
                           KHC01-CARRY-FILE.
       *>
       *>価格保留ファイルの読み込み
           PERFORM   HOLD-FILE-READ-PROC.
       *>
       INIT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>終了処理
       *>----------------------------------------------------------------------------
       TERM-PROC                         SECTION.
       *>
       *>ファイルのクローズ
           CLOSE   KHL01-KAKAKU-HOLD-FILE
                   KRL01-RELEASE-FILE
                   KRJ01-DENIAL-FILE
                   KHC01-CARRY-FILE.
       *>
       *>承認・否認・繰越件数の表示
           MOVE   WRK-RELEASE-COUNT   TO   MSG2-COUNT.
           MOVE   WRK-DENIAL-COUNT    TO   MSG3-COUNT.
           MOVE   WRK-CARRY-COUNT     TO   MSG4-COUNT.
       *>
           DISPLAY   MS1-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS2-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS3-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS4-MESSAGE-AREA UPON CONSOLE.
       *>
       TERM-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>主処理（保留受注１件ごとに価格判定を突き合わせ振り分ける）
       *>----------------------------------------------------------------------------
       MAIN-PROC                          SECTION.
       *>
       *>  価格判定の参照
           PERFORM   KETTEI-SANSHO-PROC.
       *>
           IF   WRK-KETTEI-KEKKA   =   "A"   THEN
                PERFORM   RELEASE-FILE-WRITE-PROC
           ELSE   IF   WRK-KETTEI-KEKKA   =   "R"   THEN
                PERFORM   DENIAL-FILE-WRITE-PROC
           ELSE
                PERFORM   CARRY-FILE-WRITE-PROC
           END-IF
           END-IF.
       *>
           PERFORM   HOLD-FILE-READ-PROC.
       *>
       MAIN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>価格判定の参照（受注番号＋商品コードで判定テーブルを線形検索する）
       *>----------------------------------------------------------------------------
       KETTEI-SANSHO-PROC                 SECTION.
       *>
           MOVE   SPACE   TO   WRK-KETTEI-MITUKE-SW.
           MOVE   SPACE   TO   WRK-KETTEI-KEKKA.
           MOVE   ZERO    TO   WRK-KETTEI-IDX.
       *>
           STRING   KHL01-ZYUTYU-BANGOU   DELIMITED   BY   SIZE
                    KHL01-SHOHIN-CODE     DELIMITED   BY   SIZE
                    INTO   WRK-SAGASHI-KEY
           END-STRING.
       *>
           PERFORM   KETTEI-TBL-CHECK-PROC
                    VARYING   WRK-KETTEI-IDX   FROM   1   BY   1
                    UNTIL   WRK-KETTEI-IDX   >   WRK-KETTEI-CNT
                    OR      WRK-KETTEI-MITUKE.
       *>
       KETTEI-SANSHO-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>価格判定テーブルの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       KETTEI-TBL-CHECK-PROC              SECTION.
       *>
           IF   WRK-KETTEI-KEY(WRK-KETTEI-IDX)
                                   =   WRK-SAGASHI-KEY   THEN
                MOVE   "Y"   TO   WRK-KETTEI-MITUKE-SW
                MOVE   WRK-KETTEI-KUBUN(WRK-KETTEI-IDX)
                             TO   WRK-KETTEI-KEKKA
           END-IF.
       *>
       KETTEI-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>[出力]承認受注ファイルの編集・書き込み処理
       *>  元の受注番号・受付日時を引き継ぎ、ヘッダ＋明細の受注ファイル形式で
       *>  書き出す（マッチング処理がそのまま読み込める形式とする）
       *>----------------------------------------------------------------------------
       RELEASE-FILE-WRITE-PROC            SECTION.
       *>
       *>  ヘッダレコードの書き込み（同一受注の複数明細は１ヘッダに
       *>  まとめる。受注単位の変わり目でのみ書き込む）
           IF   KHL01-ZYUTYU-BANGOU   NOT =   KEY-ZYUTYU-BANGOU   THEN
                MOVE   KHL01-ZYUTYU-BANGOU   TO   KEY-ZYUTYU-BANGOU
                MOVE   SPACE                 TO   KRL01-HEADER-RECODE
                MOVE   "1"                   TO   KRL01-HD-KUBUN
                MOVE   KHL01-MISEBAN         TO   KRL01-HD-MISEBAN
                MOVE   KHL01-TYUMON-BANGOU   TO
                       KRL01-HD-TYUMON-BANGOU
                MOVE   KHL01-KOKYAKU-BANGOU  TO
                       KRL01-HD-KOKYAKU-BANGOU
                MOVE   KHL01-SHONIN-KUBUN    TO
                       KRL01-HD-SHONIN-KUBUN
                MOVE   KHL01-NOHIN-SAKI      TO
                       KRL01-HD-NOHIN-SAKI
                MOVE   KHL01-CHOKUSO-KUBUN   TO
                       KRL01-HD-CHOKUSO-KUBUN
                MOVE   "A"                   TO
                       KRL01-HD-KAKAKU-SHONIN-KUBUN
                MOVE   KHL01-SURYO-KAKUNIN-KUBUN   TO
                       KRL01-HD-SURYO-KAKUNIN-KUBUN
                WRITE  KRL01-HEADER-RECODE
           END-IF.
       *>
       *>  明細レコードの書き込み
           MOVE   SPACE                  TO   KRL01-RECODE.
           MOVE   "2"                    TO   KRL01-RECORD-KUBUN.
           MOVE   KHL01-MISEBAN          TO   KRL01-MISEBAN.
           MOVE   KHL01-TYUMON-BANGOU    TO   KRL01-TYUMON-BANGOU.
           MOVE   KHL01-BUNRUI-CODE      TO   KRL01-BUNRUI-CODE.
           MOVE   KHL01-SHOHIN-NO        TO   KRL01-SHOHIN-NO.
           MOVE   KHL01-TYUMON-SU        TO   KRL01-TYUMON-SU.
           MOVE   KHL01-HIDUKE           TO   KRL01-HIDUKE.
           MOVE   KHL01-ZIKAN            TO   KRL01-ZIKAN.
           MOVE   KHL01-BUSHO-CODE       TO   KRL01-BUSHO-CODE.
           MOVE   KHL01-TANTOSYA-BANGOU  TO   KRL01-TANTOSYA-BANGOU.
           WRITE  KRL01-RECODE.
       *>
           ADD    1                      TO   WRK-RELEASE-COUNT.
       *>
       RELEASE-FILE-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>[出力]否認記録ファイルの書き込み処理
       *>----------------------------------------------------------------------------
       DENIAL-FILE-WRITE-PROC             SECTION.
       *>
           MOVE   KHL01-RECODE   TO   KRJ01-RECODE.
           WRITE  KRJ01-RECODE.
       *>
           ADD    1              TO   WRK-DENIAL-COUNT.
       *>
       DENIAL-FILE-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>[出力]繰越保留ファイルの書き込み処理
       *>----------------------------------------------------------------------------
       CARRY-FILE-WRITE-PROC              SECTION.
       *>
           MOVE   KHL01-RECODE   TO   KHC01-RECODE.
           WRITE  KHC01-RECODE.
       *>
           ADD    1              TO   WRK-CARRY-COUNT.
       *>
       CARRY-FILE-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>価格判定ファイルの一括読み込み（線形検索用テーブルへ格納）
       *>----------------------------------------------------------------------------
       KETTEI-FILE-LOAD-PROC              SECTION.
       *>
           OPEN   INPUT   KDC01-KETTEI-FILE.
       *>
           MOVE   SPACE   TO   WRK-AT-END-DEC.
       *>
       *>  価格判定ファイルが存在する場合のみ読み込みを行う
           IF   DEC-FILE-STATUS   =   "00"   THEN
                PERFORM   KETTEI-FILE-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END-DEC = CST-END
                CLOSE   KDC01-KETTEI-FILE
           END-IF.
       *>
       KETTEI-FILE-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>価格判定ファイルの読み込み（１件分、テーブルへ追加）
       *>----------------------------------------------------------------------------
       KETTEI-FILE-READ-PROC              SECTION.
       *>
           READ KDC01-KETTEI-FILE
               AT    END
                     MOVE   "END"   TO   WRK-AT-END-DEC
       *>
               NOT   AT     END
                     IF   WRK-KETTEI-CNT   <   CST-MAX-KETTEI-KENSU THEN
                          ADD   1   TO   WRK-KETTEI-CNT
                          STRING
                             KDC01-ZYUTYU-BANGOU  DELIMITED  BY  SIZE
                             KDC01-SHOHIN-CODE    DELIMITED  BY  SIZE
                             INTO  WRK-KETTEI-KEY(WRK-KETTEI-CNT)
                          END-STRING
                          MOVE   KDC01-KETTEI-KUBUN   TO
                              WRK-KETTEI-KUBUN(WRK-KETTEI-CNT)
                     END-IF
           END-READ.
       *>
       KETTEI-FILE-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>[入力]価格保留ファイルの読み込み
       *>----------------------------------------------------------------------------
       HOLD-FILE-READ-PROC                SECTION.
       *>
           READ   KHL01-KAKAKU-HOLD-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
           END-READ.
       *>
       HOLD-FILE-READ-PROC-EXIT.
       *>
           EXIT.
