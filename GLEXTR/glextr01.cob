       *>  ＧＬ連携ファイル（GLJ01）を書き出す。
       *>  発生源区分はＳ＝売上、Ｒ＝返品、Ｍ＝在庫移動とし、分類コード
       *>  "**"の登録は当該発生源の全分類に適用する。
       *>  在庫廃棄（移動区分Ｈ）はDISPOS01が在庫廃棄仕訳ファイル（HKJ01）へ
       *>  仕訳を書き出すため、在庫移動の仕訳からは除く。
       *>  対応の無い取引は仕訳へ変換せず、対応漏れ一覧表へ印刷する。
       *>----------------------------------------------------------------------------
       *>見出し部
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
       *>[入力]勘定科目対応マスタファイルのレイアウト定義
       *>  （分類コード"**"＝当該発生源の全分類に適用）
       01   WRK-SHUKEI-MITUKE-SW              PIC X(001).
            88   WRK-SHUKEI-MITUKE            VALUE "Y".
       *>
       *>--共通監査ログへ渡す実行実績（実行番号は採番しないためゼロ）--
       01   WRK-JOB-NAME                      PIC X(020)
                                        VALUE "GLEXTR01".
       01   WRK-AUD-RUN-ID                    PIC 9(006) VALUE ZERO.
       01   WRK-AUD-IN-COUNT                  PIC 9(006) VALUE ZERO.
       01   WRK-START-TIME                    PIC 9(006).
       01   WRK-START-TIME-NAMA               PIC 9(008).
       *>
       *>実行日の退避領域
       01   WRK-RUN-DATE                      PIC 9(008).
       01   WRK-RUN-DATE-H.
           MOVE   ZERO    TO   WRK-TAIO-CNT.
           MOVE   ZERO    TO   WRK-SHUKEI-CNT.
       *>
       *>  開始時刻・実行日の取得
           ACCEPT   WRK-START-TIME-NAMA   FROM   TIME.
           MOVE     WRK-START-TIME-NAMA(1:6)   TO   WRK-START-TIME.
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
           MOVE     WRK-RUN-DATE   TO     WRK-RUN-DATE-H.
       *>
           DISPLAY   MS2-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS3-MESSAGE-AREA UPON CONSOLE.
       *>
       *>  共通監査ログへの実行実績の記録
           CALL   "AUDIT_LOG01"   USING   WRK-JOB-NAME
                                          WRK-AUD-RUN-ID
                                          WRK-AUD-IN-COUNT
                                          WRK-SHIWAKE-COUNT
                                          WRK-MORE-COUNT
                                          WRK-START-TIME.
       *>
       TERM-PROC-EXIT.
       *>
           EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>在庫移動台帳の読み込みと原価評価額の積み上げ（１件分・当日分のみ。
       *>  在庫廃棄は在庫廃棄仕訳ファイルで計上済みのため除く）
       *>----------------------------------------------------------------------------
       IDOU-READ-PROC                    SECTION.
       *>
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   MOV-IDOU-DATE    =       WRK-RUN-DATE
                     AND  MOV-IDOU-KUBUN   NOT =   "H"   THEN
                          MOVE   MOV-SHOHIN-CODE   TO
                                 IN02-SHOHIN-CODE
                          READ IN02-SHOHIN-MASTER
