                                     ORGANIZATION IS LINE SEQUENTIAL
                                     STATUS MIS-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]納品先マスタ（受注ヘッダの納品先コードの実在チェックに用いる）
       *>----------------------------------------------------------------------------
       SELECT   NSK01-NOHIN-SAKI-MASTER ASSIGN   TO "NSK01.txt"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     STATUS NSK-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]事前検証エラーファイル
       *>----------------------------------------------------------------------------
       SELECT   VAL01-VALIDATE-FILE  ASSIGN      TO "VAL01.txt"
          03   IN01-HD-KOKYAKU-BANGOU               PIC 9(006).
       *>  --優先区分（"1"＝優先。TEST0001が引き当て順に用いる）--
          03   IN01-HD-YUSEN-KUBUN                  PIC X(001).
          03   IN01-HD-SHONIN-KUBUN                 PIC X(001).
       *>  --納品先コード（スペースは顧客マスタの住所へ出荷）--
          03   IN01-HD-NOHIN-SAKI                   PIC X(003).
          03   FILLER                               PIC X(019).
       *>----------------------------------------------------------------------------
       *>商品マスタファイルのレイアウト定義（TEST0001と同一レイアウト）
       *>----------------------------------------------------------------------------
          03   IN02-JURYO-G                         PIC 9(005).
       *>  --税率区分（"1"＝軽減税率対象品目。それ以外は標準税率）--
          03   IN02-ZEI-KUBUN                       PIC X(001).
       *>  --直送区分（"1"＝仕入先直送品。在庫を持たず仕入先が顧客へ直送する）--
          03   IN02-CHOKUSO-KUBUN                   PIC X(001).
       *>  --シリアル管理区分（"1"＝シリアル番号管理品。出荷・返品を１台ごとに追跡する）--
          03   IN02-SERIAL-KUBUN                    PIC X(001).
       *>  --検査区分（"1"＝受入検査対象品。入荷数は検査在庫に保留する）--
          03   IN02-KENSA-KUBUN                     PIC X(001).
       *>  --検査在庫数（受入検査待ち。引当対象外）--
          03   IN02-KENSA-SU                        PIC 9(006).
       *>  --登録状態区分（"1"＝登録完了・受注可、"0"＝登録未完了。SETCHK01が判定する）--
          03   IN02-SETUP-KUBUN                     PIC X(001).
       *>----------------------------------------------------------------------------
       *>店マスタファイルのレイアウト定義
       *>----------------------------------------------------------------------------
          03   MIS01-KATSUDO-FLG                    PIC X(001).
                88   MIS01-KATSUDO                  VALUE "1".
       *>----------------------------------------------------------------------------
       *>納品先マスタのレイアウト定義（TEST0001と同一レイアウト）
       *>----------------------------------------------------------------------------
       FD   NSK01-NOHIN-SAKI-MASTER.
       01   NSK01-RECODE.
          03   NSK01-KOKYAKU-BANGOU                 PIC 9(006).
          03   NSK01-NOHIN-SAKI-CODE                PIC X(003).
          03   NSK01-ZYUSHO                         PIC X(040).
          03   NSK01-YUBIN-BANGOU                   PIC X(007).
       *>----------------------------------------------------------------------------
       *>[出力]事前検証エラーファイルのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   VAL01-VALIDATE-FILE.
       01   IN1-FILE-STATUS                          PIC XX.
       01   IN2-FILE-STATUS                          PIC XX.
       01   MIS-FILE-STATUS                          PIC XX.
       01   NSK-FILE-STATUS                          PIC XX.
       *>
       *>--店マスタの一括読み込み用テーブル（店番の実在チェック用）--
       77   CST-MAX-MISE-KENSU            PIC 9(003) VALUE 999.
       01   WRK-MISE-KATSUDO-SW           PIC X(001).
            88   WRK-MISE-KATSUDO         VALUE "Y".
       *>
       *>--納品先マスタの一括読み込み用テーブル（納品先コードの実在チェック用）--
       77   CST-MAX-NSK-KENSU             PIC 9(004) VALUE 9999.
       01   WRK-NSK-TBL.
            03   WRK-NSK-ENT                  OCCURS 9999.
                 05   WRK-NSK-KOKYAKU         PIC 9(006).
                 05   WRK-NSK-CODE            PIC X(003).
       01   WRK-NSK-CNT                   PIC 9(004).
       01   WRK-NSK-IDX                   PIC 9(004).
       01   WRK-AT-END-NSK                PIC X(004).
       01   WRK-NSK-MITUKE-SW             PIC X(001).
            88   WRK-NSK-MITUKE           VALUE "Y".
       *>
       *>--チェックデジット検証用（CHKDGT01呼び出し）--
       01   WRK-CD-BANGOU                 PIC 9(009).
       01   WRK-CD-KETA                   PIC 9(002).
       *>店マスタファイルの一括読み込み
           PERFORM   MISE-MASTER-LOAD-PROC.
       *>
       *>納品先マスタの一括読み込み
           PERFORM   NOHIN-SAKI-MASTER-LOAD-PROC.
       *>
       *>ファイルのオープン
           OPEN   INPUT    IN01-ZYUTYU-FILE
                           IN02-SHOHIN-MASTER
       *>[入力]受注ファイルの項目検証処理（ヘッダレコード分）
       *>----------------------------------------------------------------------------
       IN01-HEADER-VALIDATE-PROC            SECTION.
       *>
       *>  納品先コードの実在チェック（コード指定時のみ）
           PERFORM   NOHIN-SAKI-SONZAI-CHECK-PROC.
       *>
           IF   IN01-HD-MISEBAN     =   SPACE   THEN
                MOVE   "IN01-MISEBAN-NG"   TO   VAL01-ERROR-KUBUN
           ELSE   IF   IN01-HD-KOKYAKU-BANGOU    NOT   NUMERIC   THEN
                MOVE   "IN01-KOKYAKU-NG"     TO   VAL01-ERROR-KUBUN
                PERFORM   VALIDATE-FILE-WRITE-IN01-PROC
           ELSE   IF   IN01-HD-NOHIN-SAKI   NOT =   SPACE
                  AND  NOT   WRK-NSK-MITUKE   THEN
                MOVE   "NOHIN-SAKI-NG"       TO   VAL01-ERROR-KUBUN
                PERFORM   VALIDATE-FILE-WRITE-IN01-PROC
           END-IF
           END-IF
           END-IF
           END-IF.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>納品先コードの実在チェック（顧客番号＋納品先コードで線形検索）
       *>----------------------------------------------------------------------------
       NOHIN-SAKI-SONZAI-CHECK-PROC  SECTION.
       *>
           MOVE   SPACE   TO   WRK-NSK-MITUKE-SW.
           MOVE   ZERO    TO   WRK-NSK-IDX.
       *>
           IF   IN01-HD-NOHIN-SAKI   =   SPACE   THEN
                GO   TO   NOHIN-SAKI-SONZAI-CHECK-PROC-EXIT
           END-IF.
       *>
           PERFORM   NOHIN-SAKI-TBL-CHECK-PROC
                    VARYING   WRK-NSK-IDX   FROM   1   BY   1
                    UNTIL   WRK-NSK-IDX   >   WRK-NSK-CNT
                    OR      WRK-NSK-MITUKE.
       *>
       NOHIN-SAKI-SONZAI-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>納品先マスタテーブルの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       NOHIN-SAKI-TBL-CHECK-PROC     SECTION.
       *>
           IF   WRK-NSK-KOKYAKU(WRK-NSK-IDX) = IN01-HD-KOKYAKU-BANGOU
           AND  WRK-NSK-CODE(WRK-NSK-IDX)    = IN01-HD-NOHIN-SAKI  THEN
                MOVE   "Y"   TO   WRK-NSK-MITUKE-SW
           END-IF.
       *>
       NOHIN-SAKI-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>納品先マスタの一括読み込み（テーブルへ格納）
       *>  マスタが無い場合は納品先コード指定の受注をすべてエラーとする
       *>----------------------------------------------------------------------------
       NOHIN-SAKI-MASTER-LOAD-PROC   SECTION.
       *>
           MOVE   ZERO    TO   WRK-NSK-CNT.
           MOVE   SPACE   TO   WRK-AT-END-NSK.
       *>
           OPEN   INPUT   NSK01-NOHIN-SAKI-MASTER.
       *>
           IF   NSK-FILE-STATUS   =   "00"   THEN
                PERFORM   NOHIN-SAKI-MASTER-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END-NSK = CST-END
                CLOSE   NSK01-NOHIN-SAKI-MASTER
           END-IF.
       *>
       NOHIN-SAKI-MASTER-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>納品先マスタの読み込み（１件分、テーブルへ追加）
       *>----------------------------------------------------------------------------
       NOHIN-SAKI-MASTER-READ-PROC   SECTION.
       *>
           READ NSK01-NOHIN-SAKI-MASTER
               AT    END
                     MOVE   "END"   TO   WRK-AT-END-NSK
       *>
               NOT   AT     END
                     IF   WRK-NSK-CNT   <   CST-MAX-NSK-KENSU  THEN
                          ADD   1   TO   WRK-NSK-CNT
                          MOVE   NSK01-KOKYAKU-BANGOU    TO
                              WRK-NSK-KOKYAKU(WRK-NSK-CNT)
                          MOVE   NSK01-NOHIN-SAKI-CODE   TO
                              WRK-NSK-CODE(WRK-NSK-CNT)
                     END-IF
           END-READ.
       *>
       NOHIN-SAKI-MASTER-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>商品マスタファイルの項目検証処理
       *>----------------------------------------------------------------------------
       IN02-VALIDATE-PROC            SECTION.
