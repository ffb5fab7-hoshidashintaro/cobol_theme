       *>  マッチング済み受注ファイル（OT01）を郵便番号（配送地域）・
       *>  受注番号順に整列し、受注単位に１枚の出荷ラベル用レコードを
       *>  書き出す。ラベルには郵便番号・２行に分割した届け先住所・
       *>  顧客名・受注番号・梱包数を編集する。
       *>  梱包結果ファイル（PKS01・PACK01の出力）に箱割付のある出荷単位は
       *>  箱ごとに１枚ずつ、箱番号／箱数と箱の重量・出荷単位の総重量を
       *>  編集して書き出す。箱割付の無い出荷単位は従来どおり１枚とし、
       *>  梱包数には明細行数を編集する。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     STATUS       IS SHX-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]梱包結果ファイル（PACK01の出力。無い場合は出荷単位に１枚）
       *>----------------------------------------------------------------------------
       SELECT    PKS01-KONPO-FILE    ASSIGN       TO   "PKS01.txt"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     STATUS       IS PKS-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]出荷ラベルファイル（印刷装置向け編集済み）
       *>----------------------------------------------------------------------------
       SELECT    LBL01-LABEL-FILE    ASSIGN       TO   "LBL01.txt"
            03   LBL01-KONPO-SU               PIC 9(005).
       *>   --まとめ出荷番号（まとめ対象外の受注はゼロ）--
            03   LBL01-SHUKKA-BANGOU          PIC 9(006).
       *>   --箱番号（梱包数のうち何箱目か）・箱の重量・出荷単位の総重量
       *>     （グラム。箱割付の無い出荷単位は箱番号１・重量ゼロ）--
            03   LBL01-KONPO-NO               PIC 9(003).
            03   LBL01-JURYO-G                PIC 9(007).
            03   LBL01-SOU-JURYO-G            PIC 9(009).
       *>----------------------------------------------------------------------------
       *>[入力]梱包結果ファイルのレイアウト定義（PACK01と同一）
       *>----------------------------------------------------------------------------
       FD   PKS01-KONPO-FILE.
       01   PKS01-RECODE.
            03   PKS01-GROUP-KEY              PIC X(008).
            03   PKS01-KONPO-NO               PIC 9(003).
            03   PKS01-KONPO-SU               PIC 9(003).
            03   PKS01-HAKO-CODE              PIC X(002).
            03   PKS01-JURYO-G                PIC 9(007).
            03   PKS01-SOU-JURYO-G            PIC 9(009).
       *>----------------------------------------------------------------------------
       *>[入出力]出荷帳票発行状態ファイルのレイアウト定義（SSGUARD01と同一）
       *>----------------------------------------------------------------------------
       01   WRK-TAIO-MITUKE-SW                PIC X(001).
            88   WRK-TAIO-MITUKE              VALUE "Y".
       01   WRK-TAIO-SHUKKA-BANGOU            PIC 9(006).
       *>
       *>--梱包結果ファイルの一括読み込み用テーブル（出荷単位・箱番号順）--
       01   PKS-FILE-STATUS                   PIC XX.
       77   CST-MAX-PKS-KENSU                 PIC 9(004) VALUE 9999.
       01   WRK-PKS-TBL.
            03   WRK-PKS-ENT                      OCCURS 9999.
                 05   WRK-PKS-GROUP-KEY           PIC X(008).
                 05   WRK-PKS-KONPO-NO            PIC 9(003).
                 05   WRK-PKS-KONPO-SU            PIC 9(003).
                 05   WRK-PKS-JURYO               PIC 9(007).
                 05   WRK-PKS-SOU-JURYO           PIC 9(009).
       01   WRK-PKS-CNT                       PIC 9(004).
       01   WRK-PKS-IDX                       PIC 9(004).
       01   WRK-PKS-MITUKE-SW                 PIC X(001).
            88   WRK-PKS-MITUKE               VALUE "Y".
       *>--集計中の受注のラベル項目の退避領域--
       01   WRK-CUR-YUBIN-BANGOU              PIC X(007).
       01   WRK-CUR-KOKYAKU-MEI               PIC X(020).
       *>
           MOVE   ZERO   TO   WRK-OUT-COUNT.
           MOVE   ZERO   TO   WRK-TAIO-CNT.
           MOVE   ZERO   TO   WRK-PKS-CNT.
       *>
       *>  まとめ出荷対応ファイルの一括読み込み（無い場合は受注単位）
           PERFORM   TAIO-FILE-LOAD-PROC.
       *>
       *>  梱包結果ファイルの一括読み込み（無い場合は出荷単位に１枚）
           PERFORM   PKS-FILE-LOAD-PROC.
       *>
       *>  出荷帳票発行状態（二重発行ガード）の一括読み込み
           PERFORM   SSG-FILE-LOAD-PROC.
       *>
       *>----------------------------------------------------------------------------
       *>受注ファイルの読み込みと整列用ファイルへの書き込み（１件分）
       *>  逆仕訳（マイナス数量）の明細はラベル対象外とする
       *>  仕入先直送の明細（出荷倉庫"DS"）は仕入先が出荷するため対象外とする
       *>----------------------------------------------------------------------------
       RELEASE-MAIN-PROC                 SECTION.
       *>
            NOT   AT   END
                  IF   IN01-TRAILER-CODE   NOT =   "TRAILER"
                  AND  IN01-HEADER-CODE    NOT =   "HEADER"
                  AND  IN01-TYUMON-SU      >      ZERO
                  AND  IN01-SOUKO-CODE     NOT =   "DS"   THEN
                       MOVE   IN01-YUBIN-BANGOU    TO
                                    ST-YUBIN-BANGOU
                       MOVE   IN01-MISEBAN         TO  ST-MISEBAN
           MOVE   WRK-KONPO-SU                 TO   LBL01-KONPO-SU.
           MOVE   KEY-SHUKKA-BANGOU            TO
                  LBL01-SHUKKA-BANGOU.
           MOVE   1                            TO   LBL01-KONPO-NO.
           MOVE   ZERO                         TO   LBL01-JURYO-G.
           MOVE   ZERO                         TO   LBL01-SOU-JURYO-G.
       *>
       *>  箱割付のある出荷単位は箱ごとに１枚ずつ書き出す
           MOVE   SPACE   TO   WRK-PKS-MITUKE-SW.
           PERFORM   PKS-TBL-CHECK-PROC
                    VARYING   WRK-PKS-IDX   FROM   1   BY   1
                    UNTIL   WRK-PKS-IDX   >   WRK-PKS-CNT
                    OR      WRK-PKS-MITUKE.
       *>
           IF   WRK-PKS-MITUKE   THEN
                SUBTRACT   1   FROM   WRK-PKS-IDX
                PERFORM   LABEL-KONPO-WRITE-PROC
                         VARYING   WRK-PKS-IDX
                                   FROM   WRK-PKS-IDX   BY   1
                         UNTIL   WRK-PKS-IDX   >   WRK-PKS-CNT
                         OR      WRK-PKS-GROUP-KEY(WRK-PKS-IDX)
                                             NOT =   KEY-GROUP-KEY
                MOVE   ZERO   TO   WRK-KONPO-SU
                GO   TO   LABEL-WRITE-PROC-EXIT
           END-IF.
       *>
           WRITE  LBL01-RECODE.
       *>
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>箱１箱分の出荷ラベルの書き込み（箱番号／箱数・重量を編集）
       *>----------------------------------------------------------------------------
       LABEL-KONPO-WRITE-PROC            SECTION.
       *>
           MOVE   WRK-PKS-KONPO-SU(WRK-PKS-IDX)    TO   LBL01-KONPO-SU.
           MOVE   WRK-PKS-KONPO-NO(WRK-PKS-IDX)    TO   LBL01-KONPO-NO.
           MOVE   WRK-PKS-JURYO(WRK-PKS-IDX)       TO   LBL01-JURYO-G.
           MOVE   WRK-PKS-SOU-JURYO(WRK-PKS-IDX)   TO
                  LBL01-SOU-JURYO-G.
       *>
           WRITE  LBL01-RECODE.
       *>
           ADD    1   TO   WRK-OUT-COUNT.
       *>
       LABEL-KONPO-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>梱包結果テーブルの突合チェック（出荷単位の先頭の箱を探す）
       *>----------------------------------------------------------------------------
       PKS-TBL-CHECK-PROC                 SECTION.
       *>
           IF   WRK-PKS-GROUP-KEY(WRK-PKS-IDX)
                                   =   KEY-GROUP-KEY   THEN
                MOVE   "Y"   TO   WRK-PKS-MITUKE-SW
           END-IF.
       *>
       PKS-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート後受注ファイルの読み込み
       *>----------------------------------------------------------------------------
       FILE-RETURN-PROC                  SECTION.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>梱包結果ファイルの一括読み込み（線形検索用テーブルへ格納）
       *>  梱包結果ファイルが無い場合は出荷単位に１枚のラベルとする
       *>----------------------------------------------------------------------------
       PKS-FILE-LOAD-PROC                 SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   PKS01-KONPO-FILE.
       *>
           IF   PKS-FILE-STATUS   =   "00"   THEN
                PERFORM   PKS-FILE-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   PKS01-KONPO-FILE
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       PKS-FILE-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>梱包結果ファイルの読み込み（１件分、テーブルへ追加）
       *>----------------------------------------------------------------------------
       PKS-FILE-READ-PROC                 SECTION.
       *>
           READ PKS01-KONPO-FILE
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   WRK-PKS-CNT   >=   CST-MAX-PKS-KENSU   THEN
                          PERFORM   TBL-OVER-ABORT-PROC
                     END-IF
                     ADD   1   TO   WRK-PKS-CNT
                     MOVE   PKS01-GROUP-KEY     TO
                         WRK-PKS-GROUP-KEY(WRK-PKS-CNT)
                     MOVE   PKS01-KONPO-NO      TO
                         WRK-PKS-KONPO-NO(WRK-PKS-CNT)
                     MOVE   PKS01-KONPO-SU      TO
                         WRK-PKS-KONPO-SU(WRK-PKS-CNT)
                     MOVE   PKS01-JURYO-G       TO
                         WRK-PKS-JURYO(WRK-PKS-CNT)
                     MOVE   PKS01-SOU-JURYO-G   TO
                         WRK-PKS-SOU-JURYO(WRK-PKS-CNT)
           END-READ.
       *>
       PKS-FILE-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>退避テーブルあふれ処理（ファイルを書き戻さずに異常終了する）
       *>----------------------------------------------------------------------------
       TBL-OVER-ABORT-PROC                SECTION.
