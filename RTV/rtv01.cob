       *>  落とす。移動は在庫移動台帳へ移動区分"V"（仕入先返品）で記録し
       *>  （STKMOVE01呼び出し）、返品番号を採番のうえ梱包指示書
       *>  （PRT45）と、仕入原価（IN02-GENKA）で評価した借方メモ
       *>  ファイル（DBM01・支払処理APPAY01で支払と相殺する）を書き出す。
       *>  発行済みの返品は未着ＲＴＶ残高ファイル（RTO01）で管理し、
       *>  仕入先の受領確認ファイル（RTC01）で消し込むまで未着一覧表
       *>  （PRT46）へ表示する。検証で弾いたトランザクションは返品
       *>  エラーファイル（RTE01）へ書き出す。
       *>  受入検査の不合格品（KENSA-KUBUN＝"1"・QCDISP01が追記する）は
       *>  検査結果の登録時に検査在庫から落としているため、在庫数の検証・
       *>  減算と在庫移動台帳への記録を行わず、返品の発行のみを行う。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
            03   RTV01-SURYO                  PIC 9(005).
            03   RTV01-SHIIRE-CODE            PIC X(004).
            03   RTV01-RIYU-CODE              PIC X(002).
       *>   --検査区分（"1"＝受入検査の不合格品。在庫数へは計上されていない）--
            03   RTV01-KENSA-KUBUN            PIC X(001).
                 88   RTV01-KENSA-FUGOKAKU    VALUE "1".
       *>----------------------------------------------------------------------------
       *>[入力]仕入先受領確認ファイルのレイアウト定義
       *>----------------------------------------------------------------------------
            03   SUP01-SHIIRE-MEI             PIC X(020).
            03   SUP01-LEAD-NISSU             PIC 9(003).
            03   SUP01-SAITEI-SU              PIC 9(005).
       *>   --振込先口座（全銀協の銀行・支店番号、預金種目 1＝普通・2＝当座、
       *>     口座名義は半角カナ。銀行番号ゼロは口座未登録）--
            03   SUP01-GINKO-CODE             PIC 9(004).
            03   SUP01-SHITEN-CODE            PIC 9(003).
            03   SUP01-YOKIN-SHUMOKU          PIC 9(001).
            03   SUP01-KOZA-BANGOU            PIC 9(007).
            03   SUP01-KOZA-MEIGI             PIC X(030).
       *>   --電子発注区分（"1"＝電子発注ファイルを送信する仕入先）--
            03   SUP01-DENSHI-KUBUN           PIC X(001).
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
       *>[入出力]未着ＲＴＶ残高ファイルのレイアウト定義
       *>  （状況区分：Ｏ＝未着、Ｃ＝受領確認済み）
            03   DBM01-GENKA-TANKA            PIC 9(005).
            03   DBM01-KINGAKU                PIC S9(008).
            03   DBM01-HAKKO-BI               PIC 9(008).
       *>   --相殺状況（"O"＝未相殺・"S"＝支払で相殺済。相殺済は支払日と
       *>     支払番号を記録する）--
            03   DBM01-JOKYO-KUBUN            PIC X(001).
            03   DBM01-SOSAI-BI               PIC 9(008).
            03   DBM01-SHIHARAI-BANGOU        PIC 9(006).
       *>----------------------------------------------------------------------------
       *>[出力]返品エラーファイルのレイアウト定義
       *>----------------------------------------------------------------------------
                     GO   TO   MAIN-PROC-READ
           END-READ.
       *>
       *>  （検査不合格品は在庫数へ計上されていないため数量のみ検証する）
           IF   RTV01-SURYO   =   ZERO
           OR ( NOT   RTV01-KENSA-FUGOKAKU
           AND  RTV01-SURYO   >   IN02-ZAIKO-SU )   THEN
                MOVE   "ZAIKO-FUSOKU"   TO   RTE01-ERROR-KUBUN
                PERFORM   ERROR-FILE-WRITE-PROC
                GO   TO   MAIN-PROC-READ
           END-IF.
       *>
       *>  返品番号の採番と在庫の減算（検査不合格品は減算しない）
           ADD    1                   TO   WRK-HENKYAKU-BANGOU.
           IF   NOT   RTV01-KENSA-FUGOKAKU   THEN
                PERFORM   ZAIKO-GENZAN-PROC
           END-IF.
       *>
       *>  借方メモの書き出し（仕入原価×数量で評価）
           MOVE   RTV01-SURYO         TO   WRK-CALC-SURYO.
           MOVE   IN02-GENKA            TO   DBM01-GENKA-TANKA.
           MOVE   WRK-CALC-KINGAKU      TO   DBM01-KINGAKU.
           MOVE   WRK-RUN-DATE          TO   DBM01-HAKKO-BI.
           MOVE   "O"                   TO   DBM01-JOKYO-KUBUN.
           MOVE   ZERO                  TO   DBM01-SOSAI-BI.
           MOVE   ZERO                  TO   DBM01-SHIHARAI-BANGOU.
           WRITE  DBM01-RECODE.
       *>
       *>  梱包指示書の印刷
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>在庫の減算と在庫移動台帳への記録（移動区分"V"＝仕入先返品）
       *>----------------------------------------------------------------------------
       ZAIKO-GENZAN-PROC                  SECTION.
       *>
           MOVE   IN02-ZAIKO-SU       TO   WRK-MOVE-MAE-ZAIKO.
           SUBTRACT   RTV01-SURYO     FROM   IN02-ZAIKO-SU.
           MOVE   IN02-ZAIKO-SU       TO   WRK-MOVE-ATO-ZAIKO.
           REWRITE   IN02-RECODE.
       *>
           MOVE   RTV01-SHOHIN-CODE   TO   WRK-MOVE-SHOHIN-CODE.
           MOVE   "V"                 TO   WRK-MOVE-KUBUN.
           COMPUTE   WRK-MOVE-SU   =   ZERO   -   RTV01-SURYO.
           CALL   "STKMOVE01"   USING   WRK-MOVE-PROGRAM-ID
                                         WRK-MOVE-RUN-ID
                                         WRK-MOVE-SHOHIN-CODE
                                         WRK-MOVE-KUBUN
                                         WRK-MOVE-SU
                                         WRK-MOVE-MAE-ZAIKO
                                         WRK-MOVE-ATO-ZAIKO
                                         WRK-MOVE-SOUKO.
       *>
       ZAIKO-GENZAN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>受領確認の消し込み制御（確認ファイルの全件走査）
       *>  確認ファイルが未作成の場合は消し込みを行わない
       *>----------------------------------------------------------------------------
