       *>  生成する（Ａ＝毎月、Ｂ＝四半期（１・４・７・１０月）、
       *>  Ｃ＝年１回（１月））。選定リストはサイクルカウント（CYCCNT01）の
       *>  カウント指示の元資料とする。
       *>  ピッキング欠品（SHORTPK01）で追加棚卸対象ファイル（CSA01）へ
       *>  積まれた商品は等級・実行月によらず選定リストへ載せ（等級の無い
       *>  商品は区分Ｋ）、載せた後の追加棚卸対象ファイルは空にする。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       SELECT    CSL01-SENTEI-FILE    ASSIGN       TO   "CSL01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>[入出力]追加棚卸対象ファイル（SHORTPK01が追記する。選定リストへ
       *>  載せた後に空にする）
       *>----------------------------------------------------------------------------
       SELECT    CSA01-TSUIKA-FILE    ASSIGN       TO   "CSA01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS       IS CSA-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
            03   CSL01-SHOHIN-CODE            PIC X(006).
            03   CSL01-TOUKYU                 PIC X(001).
       *>----------------------------------------------------------------------------
       *>[入出力]追加棚卸対象ファイルのレイアウト定義（SHORTPK01と同一）
       *>----------------------------------------------------------------------------
       FD   CSA01-TSUIKA-FILE.
       01   CSA01-RECODE.
            03   CSA01-SHOHIN-CODE            PIC X(006).
            03   CSA01-TOUKYU                 PIC X(001).
       *>----------------------------------------------------------------------------
       *>作業領域の定義
       *>----------------------------------------------------------------------------
       WORKING-STORAGE                    SECTION.
       *>
       01   IN-FILE-STATUS                    PIC XX.
       01   RNK-FILE-STATUS                   PIC XX.
       01   CSA-FILE-STATUS                   PIC XX.
       *>
       *>--遡及日数（共通実行パラメータで上書きできる・既定９０日）--
       01   WRK-KIKAN-NISSU                   PIC 9(003) VALUE 090.
       01   WRK-JUYO-MITUKE-SW                PIC X(001).
            88   WRK-JUYO-MITUKE              VALUE "Y".
       *>
       *>--追加棚卸対象商品のテーブル（選定リストへ載せたものに済み印）--
       77   CST-MAX-TSUIKA-KENSU              PIC 9(004) VALUE 9999.
       01   WRK-TSUIKA-TBL.
            03   WRK-TSUIKA-ENT                   OCCURS 9999.
                 05   WRK-TSUIKA-SHOHIN           PIC X(006).
                 05   WRK-TSUIKA-TOUKYU           PIC X(001).
                 05   WRK-TSUIKA-ZUMI             PIC X(001).
       01   WRK-TSUIKA-CNT                    PIC 9(004).
       01   WRK-TSUIKA-IDX                    PIC 9(004).
       01   WRK-TSUIKA-MITUKE-SW              PIC X(001).
            88   WRK-TSUIKA-MITUKE            VALUE "Y".
       01   WRK-TSUIKA-ARI-SW                 PIC X(001).
            88   WRK-TSUIKA-ARI               VALUE "Y".
       01   WRK-TSUIKA-SHOHIN-KEY             PIC X(006).
       *>
       *>--遡及期間の起算日の計算用（実行日から遡及日数だけ戻す）--
       01   CST-MATSUBI-TBL.
            03   CST-MATSUBI-01              PIC 9(002) VALUE 31.
       *>  需要ランキング上位商品の一括読み込み
           PERFORM   JUYO-RANK-LOAD-PROC.
       *>
       *>  追加棚卸対象ファイルの一括読み込み
           PERFORM   TSUIKA-LOAD-PROC.
       *>
       *>ファイルのオープン
           OPEN   INPUT    MOV01-MOVE-FILE
                  OUTPUT   CLS01-TOUKYU-FILE
       *>終了処理
       *>----------------------------------------------------------------------------
       TERM-PROC                         SECTION.
       *>
       *>  等級の無い（遡及期間に出荷の無い）追加棚卸対象商品の書き込み
           PERFORM   TSUIKA-WRITE-PROC
                    VARYING   WRK-TSUIKA-IDX   FROM   1   BY   1
                    UNTIL   WRK-TSUIKA-IDX   >   WRK-TSUIKA-CNT.
       *>
       *>  選定リストへ載せた追加棚卸対象ファイルを空にする
           IF   WRK-TSUIKA-ARI   THEN
                OPEN    OUTPUT   CSA01-TSUIKA-FILE
                CLOSE   CSA01-TSUIKA-FILE
           END-IF.
       *>
           CLOSE   MOV01-MOVE-FILE
                   CLS01-TOUKYU-FILE
           MOVE   WRK-RANK-NO            TO   CLS01-RANK-NO.
           WRITE  CLS01-RECODE.
           ADD    1                      TO   WRK-OUT-COUNT.
       *>
       *>  追加棚卸対象の商品は等級・実行月によらず選定する
           MOVE   ABC-SORT-SHOHIN-CODE   TO   WRK-TSUIKA-SHOHIN-KEY.
           PERFORM   TSUIKA-SANSHO-PROC.
           IF   WRK-TSUIKA-MITUKE   THEN
                MOVE   "Y"   TO   WRK-TSUIKA-ZUMI(WRK-TSUIKA-IDX)
           END-IF.
       *>
           IF   WRK-TOUKYU   =   "A"
           OR ( WRK-TOUKYU   =   "B"
                AND ( WRK-RUN-GETU = 01 OR WRK-RUN-GETU = 04
                   OR WRK-RUN-GETU = 07 OR WRK-RUN-GETU = 10 ) )
           OR ( WRK-TOUKYU   =   "C"
                AND   WRK-RUN-GETU   =   01 )
           OR   WRK-TSUIKA-MITUKE   THEN
                MOVE   ABC-SORT-SHOHIN-CODE   TO   CSL01-SHOHIN-CODE
                MOVE   WRK-TOUKYU             TO   CSL01-TOUKYU
                WRITE  CSL01-RECODE
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>追加棚卸対象商品の参照（テーブルの線形検索。該当時は添字を返す）
       *>----------------------------------------------------------------------------
       TSUIKA-SANSHO-PROC                 SECTION.
       *>
           MOVE   SPACE   TO   WRK-TSUIKA-MITUKE-SW.
       *>
           PERFORM   TSUIKA-TBL-CHECK-PROC
                    VARYING   WRK-TSUIKA-IDX   FROM   1   BY   1
                    UNTIL   WRK-TSUIKA-IDX   >   WRK-TSUIKA-CNT
                    OR      WRK-TSUIKA-MITUKE.
       *>
           IF   WRK-TSUIKA-MITUKE   THEN
                SUBTRACT   1   FROM   WRK-TSUIKA-IDX
           END-IF.
       *>
       TSUIKA-SANSHO-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>追加棚卸対象商品テーブルの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       TSUIKA-TBL-CHECK-PROC              SECTION.
       *>
           IF   WRK-TSUIKA-SHOHIN(WRK-TSUIKA-IDX)
                                   =   WRK-TSUIKA-SHOHIN-KEY   THEN
                MOVE   "Y"   TO   WRK-TSUIKA-MITUKE-SW
           END-IF.
       *>
       TSUIKA-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>等級の無い追加棚卸対象商品の選定リストへの書き込み（１件分）
       *>----------------------------------------------------------------------------
       TSUIKA-WRITE-PROC                  SECTION.
       *>
           IF   WRK-TSUIKA-ZUMI(WRK-TSUIKA-IDX)   =   "Y"   THEN
                GO   TO   TSUIKA-WRITE-PROC-EXIT
           END-IF.
       *>
           MOVE   WRK-TSUIKA-SHOHIN(WRK-TSUIKA-IDX)   TO
                  CSL01-SHOHIN-CODE.
           MOVE   WRK-TSUIKA-TOUKYU(WRK-TSUIKA-IDX)   TO
                  CSL01-TOUKYU.
           WRITE  CSL01-RECODE.
           ADD    1   TO   WRK-SENTEI-COUNT.
       *>
       TSUIKA-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>追加棚卸対象ファイルの一括読み込み（同一商品は１件にまとめる）
       *>  ファイルが無い場合は追加なしとして処理する
       *>----------------------------------------------------------------------------
       TSUIKA-LOAD-PROC                   SECTION.
       *>
           MOVE   ZERO    TO   WRK-TSUIKA-CNT.
           MOVE   SPACE   TO   WRK-TSUIKA-ARI-SW.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   CSA01-TSUIKA-FILE.
       *>
           IF   CSA-FILE-STATUS   =   "00"   THEN
                MOVE   "Y"   TO   WRK-TSUIKA-ARI-SW
                PERFORM   TSUIKA-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   CSA01-TSUIKA-FILE
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       TSUIKA-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>追加棚卸対象ファイルの読み込み（１件分、未登録の商品をテーブルへ追加）
       *>----------------------------------------------------------------------------
       TSUIKA-READ-PROC                   SECTION.
       *>
           READ CSA01-TSUIKA-FILE
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     MOVE   CSA01-SHOHIN-CODE   TO
                            WRK-TSUIKA-SHOHIN-KEY
                     PERFORM   TSUIKA-SANSHO-PROC
                     IF   NOT   WRK-TSUIKA-MITUKE
                     AND  WRK-TSUIKA-CNT   <   CST-MAX-TSUIKA-KENSU
                     THEN
                          ADD   1   TO   WRK-TSUIKA-CNT
                          MOVE   CSA01-SHOHIN-CODE   TO
                              WRK-TSUIKA-SHOHIN(WRK-TSUIKA-CNT)
                          MOVE   CSA01-TOUKYU        TO
                              WRK-TSUIKA-TOUKYU(WRK-TSUIKA-CNT)
                          MOVE   SPACE               TO
                              WRK-TSUIKA-ZUMI(WRK-TSUIKA-CNT)
                     END-IF
           END-READ.
       *>
       TSUIKA-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>遡及期間の起算日の計算処理（実行日から遡及日数だけ日付を戻す）
       *>----------------------------------------------------------------------------
       KIJUN-BI-KEISAN-PROC               SECTION.
