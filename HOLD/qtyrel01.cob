       *>----------------------------------------------------------------------------
       *>異常数量保留受注の確認・訂正・否認反映処理
       *>  マッチング処理（TEST0001）が顧客×商品の受注数量実績と比べて
       *>  異常数量として保留した受注に対し、営業の判定ファイル（確認／
       *>  訂正／否認）を突き合わせる。
       *>  確認された受注は受注数量のまま、訂正された受注は訂正数量に
       *>  置き換えて、マッチング処理へ再投入できる受注ファイル形式
       *>  （ヘッダ＋明細）で書き出す。否認された受注は否認記録ファイルへ、
       *>  判定のない受注（訂正数量の無い訂正を含む）は繰越保留ファイルへ
       *>  書き出す。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       IDENTIFICATION                     DIVISION.
       PROGRAM-ID.                        QTYREL01.
       *>----------------------------------------------------------------------------
       *>環境部
       *>----------------------------------------------------------------------------
       ENVIRONMENT                        DIVISION.
       INPUT-OUTPUT                       SECTION.
       FILE-CONTROL.
       *>----------------------------------------------------------------------------
       *>[入力]異常数量受注保留ファイル（TEST0001の出力）
       *>----------------------------------------------------------------------------
       SELECT    QHL01-IJO-HOLD-FILE  ASSIGN       TO   "QHL01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS IN-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]数量判定ファイル（営業が確認／訂正／否認を記入する）
       *>----------------------------------------------------------------------------
       SELECT    QDC01-KETTEI-FILE    ASSIGN       TO   "QDC01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS DEC-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]承認受注ファイル（受注ファイル形式・マッチング処理へ再投入）
       *>----------------------------------------------------------------------------
       SELECT    QRL01-RELEASE-FILE   ASSIGN       TO   "QRL01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>[出力]否認記録ファイル
       *>----------------------------------------------------------------------------
       SELECT    QRJ01-DENIAL-FILE    ASSIGN       TO   "QRJ01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>[出力]繰越保留ファイル（判定なしの受注）
       *>----------------------------------------------------------------------------
       SELECT    QHC01-CARRY-FILE     ASSIGN       TO   "QHC01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
       FILE                               SECTION.
       *>----------------------------------------------------------------------------
       *>[入力]異常数量保留ファイルのレイアウト定義（TEST0001と同一レイアウト）
       *>----------------------------------------------------------------------------
       FD   QHL01-IJO-HOLD-FILE.
       01   QHL01-RECODE.
          03   QHL01-ZYUTYU-BANGOU.
                05   QHL01-MISEBAN                  PIC X(003).
                05   QHL01-TYUMON-BANGOU            PIC 9(005).
          03   QHL01-SHOHIN-CODE.
                05   QHL01-BUNRUI-CODE              PIC X(002).
                05   QHL01-SHOHIN-NO                PIC 9(004).
          03   QHL01-TYUMON-SU                      PIC S9(005).
          03   QHL01-UKETUKE-NICHIZI.
                05   QHL01-HIDUKE                   PIC 9(008).
                05   QHL01-ZIKAN                    PIC 9(004).
          03   QHL01-TANTOSYA-CODE.
                05   QHL01-BUSHO-CODE               PIC X(003).
                05   QHL01-TANTOSYA-BANGOU          PIC 9(004).
          03   QHL01-KOKYAKU-BANGOU                 PIC 9(006).
          03   QHL01-HEIKIN-SU                      PIC 9(005).
          03   QHL01-SAIDAI-SU                      PIC 9(005).
          03   QHL01-KENSU                          PIC 9(005).
          03   QHL01-BAIRITSU                       PIC 9(003).
          03   QHL01-HOLD-RIYU                      PIC X(015).
          03   QHL01-NOHIN-SAKI                     PIC X(003).
          03   QHL01-SHONIN-KUBUN                   PIC X(001).
          03   QHL01-CHOKUSO-KUBUN                  PIC X(001).
          03   QHL01-KAKAKU-SHONIN-KUBUN            PIC X(001).
       *>----------------------------------------------------------------------------
       *>[入力]数量判定ファイルのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   QDC01-KETTEI-FILE.
       01   QDC01-RECODE.
          03   QDC01-ZYUTYU-BANGOU.
                05   QDC01-MISEBAN                  PIC X(003).
                05   QDC01-TYUMON-BANGOU            PIC 9(005).
          03   QDC01-SHOHIN-CODE                    PIC X(006).
       *>  --判定区分（Ａ＝確認（受注数量のまま出荷）、Ｃ＝訂正（訂正数量で
       *>    出荷）、Ｒ＝否認）--
          03   QDC01-KETTEI-KUBUN                   PIC X(001).
                88   QDC01-SHOUNIN                  VALUE "A".
                88   QDC01-TEISEI                   VALUE "C".
                88   QDC01-HININ                    VALUE "R".
          03   QDC01-TEISEI-SU                      PIC 9(005).
       *>----------------------------------------------------------------------------
       *>[出力]承認受注ファイルのレイアウト定義（受注ファイルと同一形式）
       *>----------------------------------------------------------------------------
       FD   QRL01-RELEASE-FILE.
       01   QRL01-RECODE.
          03   QRL01-RECORD-KUBUN                   PIC X(001).
          03   QRL01-ZYUTYU-BANGOU.
                05   QRL01-MISEBAN                  PIC X(003).
                05   QRL01-TYUMON-BANGOU            PIC 9(005).
          03   QRL01-SHOHIN-ZYOHOU.
                05   QRL01-SHOHIN-CODE.
                      07   QRL01-BUNRUI-CODE        PIC X(002).
                      07   QRL01-SHOHIN-NO          PIC 9(004).
          03   QRL01-TYUMON-ZYOHOU.
                05   QRL01-TYUMON-SU                PIC S9(005).
                05   QRL01-UKETUKE-NICHIZI.
                      07   QRL01-HIDUKE             PIC 9(008).
                      07   QRL01-ZIKAN              PIC 9(004).
                05   QRL01-TANTOSYA-CODE.
                      07   QRL01-BUSHO-CODE         PIC X(003).
                      07   QRL01-TANTOSYA-BANGOU    PIC 9(004).
       *>
       *>  [出力]承認受注ファイル ヘッダレコードのレイアウト定義
       01   QRL01-HEADER-RECODE.
          03   QRL01-HD-KUBUN                       PIC X(001).
          03   QRL01-HD-ZYUTYU-BANGOU.
                05   QRL01-HD-MISEBAN               PIC X(003).
                05   QRL01-HD-TYUMON-BANGOU         PIC 9(005).
          03   QRL01-HD-KOKYAKU-BANGOU              PIC 9(006).
       *>  --優先区分（保留ファイルには無いためスペースとする）--
          03   FILLER                               PIC X(001).
       *>  --与信承認区分（保留時の指定を引き継ぐ。与信解放済みの受注は
       *>    再投入先でも与信限度額チェックを通過済みとして扱わせる）--
          03   QRL01-HD-SHONIN-KUBUN                PIC X(001).
       *>  --納品先コード・直送区分（保留時の指定を引き継ぐ）--
          03   QRL01-HD-NOHIN-SAKI                  PIC X(003).
          03   QRL01-HD-CHOKUSO-KUBUN               PIC X(001).
       *>  --価格承認区分（保留時の指定を引き継ぐ）--
          03   QRL01-HD-KAKAKU-SHONIN-KUBUN         PIC X(001).
       *>  --数量確認区分（"A"＝確認・訂正済み。再投入先（TEST0001）の
       *>    異常数量チェックを通過済みとして扱わせる）--
          03   QRL01-HD-SURYO-KAKUNIN-KUBUN         PIC X(001).
          03   FILLER                               PIC X(016).
       *>----------------------------------------------------------------------------
       *>[出力]否認記録ファイルのレイアウト定義（保留ファイルと同一形式）
       *>----------------------------------------------------------------------------
       FD   QRJ01-DENIAL-FILE.
       01   QRJ01-RECODE                            PIC X(083).
       *>----------------------------------------------------------------------------
       *>[出力]繰越保留ファイルのレイアウト定義（保留ファイルと同一形式）
       *>----------------------------------------------------------------------------
       FD   QHC01-CARRY-FILE.
       01   QHC01-RECODE                            PIC X(083).
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
            *>--確認・訂正（再投入）・否認・繰越の各件数をカウントする変数--
            03   WRK-RELEASE-COUNT            PIC 9(006).
            03   WRK-TEISEI-COUNT             PIC 9(006).
            03   WRK-DENIAL-COUNT             PIC 9(006).
            03   WRK-CARRY-COUNT              PIC 9(006).
       *>
       01   IN-FILE-STATUS                    PIC XX.
       01   DEC-FILE-STATUS                   PIC XX.
       *>
       *>--数量判定の一括読み込み用テーブル（受注番号＋商品コードで検索）--
       77   CST-MAX-KETTEI-KENSU              PIC 9(004) VALUE 9999.
       01   WRK-KETTEI-TBL.
            03   WRK-KETTEI-ENT                   OCCURS 9999.
                 05   WRK-KETTEI-KEY              PIC X(014).
                 05   WRK-KETTEI-KUBUN            PIC X(001).
                 05   WRK-KETTEI-TEISEI-SU        PIC 9(005).
       01   WRK-KETTEI-CNT                    PIC 9(004).
       01   WRK-KETTEI-IDX                    PIC 9(004).
       01   WRK-KETTEI-MITUKE-SW              PIC X(001).
            88   WRK-KETTEI-MITUKE            VALUE "Y".
       01   WRK-KETTEI-KEKKA                  PIC X(001).
       01   WRK-KETTEI-TEISEI-SU-W            PIC 9(005).
       01   WRK-SAGASHI-KEY                   PIC X(014).
       *>
       *>--ヘッダ出力済み判定用の直前受注番号（同一受注の複数明細は
       *>  １ヘッダにまとめる。保留ファイルは受注単位に連続している）--
       01   KEY-ZYUTYU-BANGOU                 PIC X(008).
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                          VALUE "QTYREL01の出力結果".
       *>
       01   MS2-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "確認件数：".
            03   MSG2-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS5-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "訂正件数：".
            03   MSG5-COUNT                   PIC ZZZ,ZZ9.
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
           MOVE   ZERO       TO   WRK-TEISEI-COUNT.
           MOVE   ZERO       TO   WRK-DENIAL-COUNT.
           MOVE   ZERO       TO   WRK-CARRY-COUNT.
           MOVE   ZERO       TO   WRK-KETTEI-CNT.
           MOVE   SPACE      TO   KEY-ZYUTYU-BANGOU.
       *>
       *>  数量判定ファイルの一括読み込み
           PERFORM   KETTEI-FILE-LOAD-PROC.
       *>
       *>ファイルのオープン
           OPEN   INPUT    QHL01-IJO-HOLD-FILE
                  OUTPUT   QRL01-RELEASE-FILE
                           QRJ01-DENIAL-FILE
                           QHC01-CARRY-FILE.
       *>
       *>異常数量保留ファイルの読み込み
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
           CLOSE   QHL01-IJO-HOLD-FILE
                   QRL01-RELEASE-FILE
                   QRJ01-DENIAL-FILE
                   QHC01-CARRY-FILE.
       *>
       *>確認・訂正・否認・繰越件数の表示
           MOVE   WRK-RELEASE-COUNT   TO   MSG2-COUNT.
           MOVE   WRK-TEISEI-COUNT    TO   MSG5-COUNT.
           MOVE   WRK-DENIAL-COUNT    TO   MSG3-COUNT.
           MOVE   WRK-CARRY-COUNT     TO   MSG4-COUNT.
       *>
           DISPLAY   MS1-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS2-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS5-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS3-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS4-MESSAGE-AREA UPON CONSOLE.
       *>
       TERM-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>主処理（保留受注１件ごとに数量判定を突き合わせ振り分ける）
       *>----------------------------------------------------------------------------
       MAIN-PROC                          SECTION.
       *>
       *>  数量判定の参照
           PERFORM   KETTEI-SANSHO-PROC.
       *>
           IF   WRK-KETTEI-KEKKA   =   "A"   THEN
                PERFORM   RELEASE-FILE-WRITE-PROC
           ELSE   IF   WRK-KETTEI-KEKKA   =   "C"
                  AND  WRK-KETTEI-TEISEI-SU-W   >   ZERO   THEN
                PERFORM   RELEASE-FILE-WRITE-PROC
                ADD    1   TO   WRK-TEISEI-COUNT
           ELSE   IF   WRK-KETTEI-KEKKA   =   "R"   THEN
                PERFORM   DENIAL-FILE-WRITE-PROC
           ELSE
                PERFORM   CARRY-FILE-WRITE-PROC
           END-IF
           END-IF
           END-IF.
       *>
           PERFORM   HOLD-FILE-READ-PROC.
       *>
       MAIN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>数量判定の参照（受注番号＋商品コードで判定テーブルを線形検索する）
       *>----------------------------------------------------------------------------
       KETTEI-SANSHO-PROC                 SECTION.
       *>
           MOVE   SPACE   TO   WRK-KETTEI-MITUKE-SW.
           MOVE   SPACE   TO   WRK-KETTEI-KEKKA.
           MOVE   ZERO    TO   WRK-KETTEI-TEISEI-SU-W.
           MOVE   ZERO    TO   WRK-KETTEI-IDX.
       *>
           STRING   QHL01-ZYUTYU-BANGOU   DELIMITED   BY   SIZE
                    QHL01-SHOHIN-CODE     DELIMITED   BY   SIZE
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
       *>数量判定テーブルの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       KETTEI-TBL-CHECK-PROC              SECTION.
       *>
           IF   WRK-KETTEI-KEY(WRK-KETTEI-IDX)
                                   =   WRK-SAGASHI-KEY   THEN
                MOVE   "Y"   TO   WRK-KETTEI-MITUKE-SW
                MOVE   WRK-KETTEI-KUBUN(WRK-KETTEI-IDX)
                             TO   WRK-KETTEI-KEKKA
                MOVE   WRK-KETTEI-TEISEI-SU(WRK-KETTEI-IDX)
                             TO   WRK-KETTEI-TEISEI-SU-W
           END-IF.
       *>
       KETTEI-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>[出力]承認受注ファイルの編集・書き込み処理
       *>  元の受注番号・受付日時を引き継ぎ、ヘッダ＋明細の受注ファイル形式で
       *>  書き出す（マッチング処理がそのまま読み込める形式とする）。
       *>  訂正の判定は受注数量を訂正数量に置き換える
       *>----------------------------------------------------------------------------
       RELEASE-FILE-WRITE-PROC            SECTION.
       *>
       *>  ヘッダレコードの書き込み（同一受注の複数明細は１ヘッダに
       *>  まとめる。受注単位の変わり目でのみ書き込む）
           IF   QHL01-ZYUTYU-BANGOU   NOT =   KEY-ZYUTYU-BANGOU   THEN
                MOVE   QHL01-ZYUTYU-BANGOU   TO   KEY-ZYUTYU-BANGOU
                MOVE   SPACE                 TO   QRL01-HEADER-RECODE
                MOVE   "1"                   TO   QRL01-HD-KUBUN
                MOVE   QHL01-MISEBAN         TO   QRL01-HD-MISEBAN
                MOVE   QHL01-TYUMON-BANGOU   TO
                       QRL01-HD-TYUMON-BANGOU
                MOVE   QHL01-KOKYAKU-BANGOU  TO
                       QRL01-HD-KOKYAKU-BANGOU
                MOVE   QHL01-SHONIN-KUBUN    TO
                       QRL01-HD-SHONIN-KUBUN
                MOVE   QHL01-NOHIN-SAKI      TO
                       QRL01-HD-NOHIN-SAKI
                MOVE   QHL01-CHOKUSO-KUBUN   TO
                       QRL01-HD-CHOKUSO-KUBUN
                MOVE   QHL01-KAKAKU-SHONIN-KUBUN   TO
                       QRL01-HD-KAKAKU-SHONIN-KUBUN
                MOVE   "A"                   TO
                       QRL01-HD-SURYO-KAKUNIN-KUBUN
                WRITE  QRL01-HEADER-RECODE
           END-IF.
       *>
       *>  明細レコードの書き込み
           MOVE   SPACE                  TO   QRL01-RECODE.
           MOVE   "2"                    TO   QRL01-RECORD-KUBUN.
           MOVE   QHL01-MISEBAN          TO   QRL01-MISEBAN.
           MOVE   QHL01-TYUMON-BANGOU    TO   QRL01-TYUMON-BANGOU.
           MOVE   QHL01-BUNRUI-CODE      TO   QRL01-BUNRUI-CODE.
           MOVE   QHL01-SHOHIN-NO        TO   QRL01-SHOHIN-NO.
           IF   WRK-KETTEI-KEKKA   =   "C"   THEN
                MOVE   WRK-KETTEI-TEISEI-SU-W TO   QRL01-TYUMON-SU
           ELSE
                MOVE   QHL01-TYUMON-SU        TO   QRL01-TYUMON-SU
           END-IF.
           MOVE   QHL01-HIDUKE           TO   QRL01-HIDUKE.
           MOVE   QHL01-ZIKAN            TO   QRL01-ZIKAN.
           MOVE   QHL01-BUSHO-CODE       TO   QRL01-BUSHO-CODE.
           MOVE   QHL01-TANTOSYA-BANGOU  TO   QRL01-TANTOSYA-BANGOU.
           WRITE  QRL01-RECODE.
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
           MOVE   QHL01-RECODE   TO   QRJ01-RECODE.
           WRITE  QRJ01-RECODE.
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
           MOVE   QHL01-RECODE   TO   QHC01-RECODE.
           WRITE  QHC01-RECODE.
       *>
           ADD    1              TO   WRK-CARRY-COUNT.
       *>
       CARRY-FILE-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>数量判定ファイルの一括読み込み（線形検索用テーブルへ格納）
       *>----------------------------------------------------------------------------
       KETTEI-FILE-LOAD-PROC              SECTION.
       *>
           OPEN   INPUT   QDC01-KETTEI-FILE.
       *>
           MOVE   SPACE   TO   WRK-AT-END-DEC.
       *>
       *>  数量判定ファイルが存在する場合のみ読み込みを行う
           IF   DEC-FILE-STATUS   =   "00"   THEN
                PERFORM   KETTEI-FILE-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END-DEC = CST-END
                CLOSE   QDC01-KETTEI-FILE
           END-IF.
       *>
       KETTEI-FILE-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>数量判定ファイルの読み込み（１件分、テーブルへ追加）
       *>----------------------------------------------------------------------------
       KETTEI-FILE-READ-PROC              SECTION.
       *>
           READ QDC01-KETTEI-FILE
               AT    END
                     MOVE   "END"   TO   WRK-AT-END-DEC
       *>
               NOT   AT     END
                     IF   WRK-KETTEI-CNT   <   CST-MAX-KETTEI-KENSU THEN
                          ADD   1   TO   WRK-KETTEI-CNT
                          STRING
                             QDC01-ZYUTYU-BANGOU  DELIMITED  BY  SIZE
                             QDC01-SHOHIN-CODE    DELIMITED  BY  SIZE
                             INTO  WRK-KETTEI-KEY(WRK-KETTEI-CNT)
                          END-STRING
                          MOVE   QDC01-KETTEI-KUBUN   TO
                              WRK-KETTEI-KUBUN(WRK-KETTEI-CNT)
                          MOVE   ZERO                 TO
                              WRK-KETTEI-TEISEI-SU(WRK-KETTEI-CNT)
                          IF   QDC01-TEISEI-SU   IS   NUMERIC   THEN
                               MOVE   QDC01-TEISEI-SU   TO
                                   WRK-KETTEI-TEISEI-SU(WRK-KETTEI-CNT)
                          END-IF
                     END-IF
           END-READ.
       *>
       KETTEI-FILE-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>[入力]異常数量保留ファイルの読み込み
       *>----------------------------------------------------------------------------
       HOLD-FILE-READ-PROC                SECTION.
       *>
           READ   QHL01-IJO-HOLD-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
           END-READ.
       *>
       HOLD-FILE-READ-PROC-EXIT.
       *>
           EXIT.
