       *>  キー編成の顧客マスタへ反映する。反映できなかったトランザクションは
       *>  更新エラーファイルへ、反映した変更は変更前後のイメージを
       *>  変更履歴ファイルへ書き出す。
       *>  口座振替の引落口座は銀行コード・支店コード・口座番号をそろえて
       *>  登録するか、銀行コードゼロ（未登録）とする。預金種目は
       *>  １（普通）・２（当座）に限る。
       *>  請求通貨コードは空白（円建て）または英大文字３桁の通貨コードとする。
       *>  Ｗｅｂ照会区分は空白（照会なし）または"1"（照会あり）とする。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
            03   KTR01-YUBIN-BANGOU            PIC X(007).
       *>   --送料免除基準額（ゼロは免除なし）--
            03   KTR01-SORYO-MENJO-GAKU        PIC 9(007).
       *>   --締日・回収月・回収日（００と３１以上は月末）--
            03   KTR01-SHIME-BI                PIC 9(002).
            03   KTR01-KAISHU-TSUKI            PIC 9(001).
            03   KTR01-KAISHU-BI               PIC 9(002).
       *>   --請求先顧客番号（本部一括請求の店舗は本部の顧客番号。
       *>     ゼロは自社へ請求）--
            03   KTR01-SEIKYU-SAKI             PIC 9(006).
       *>   --口座振替の引落口座（銀行コード・支店コード・預金種目（１＝普通・
       *>     ２＝当座）・口座番号・口座名義（半角カナ）。銀行コードゼロは
       *>     口座振替未登録）--
            03   KTR01-GINKO-CODE              PIC 9(004).
            03   KTR01-SHITEN-CODE             PIC 9(003).
            03   KTR01-YOKIN-SHUMOKU           PIC 9(001).
            03   KTR01-KOZA-BANGOU             PIC 9(007).
            03   KTR01-KOZA-MEIGI              PIC X(030).
       *>   --請求通貨（ISO通貨コード。空白・JPYは円建て。外貨建ての顧客は
       *>     為替レートマスタ（KWR01）のレートで請求額を外貨換算する）--
            03   KTR01-TSUKA-CODE              PIC X(003).
       *>   --Ｗｅｂ照会区分（"1"＝Ｗｅｂポータルで受注状況を照会する顧客。
       *>     ORDWEB01が夜間に受注状況連携ファイルを作成する）--
            03   KTR01-WEB-KUBUN               PIC X(001).
       *>----------------------------------------------------------------------------
       *>[入出力]顧客マスタファイルのレイアウト定義
       *>----------------------------------------------------------------------------
            03   KMS01-SORYO-MENJO-GAKU        PIC 9(007).
       *>   --統合先顧客番号（ゼロ以外は統合済みの重複顧客）--
            03   KMS01-TOGO-SAKI               PIC 9(006).
       *>   --締日・回収サイト（締日・回収日の００と３１以上は月末。
       *>     回収月は締月からの月数で、０＝当月・１＝翌月・２＝翌々月）--
            03   KMS01-SHIME-BI                PIC 9(002).
            03   KMS01-KAISHU-TSUKI            PIC 9(001).
            03   KMS01-KAISHU-BI               PIC 9(002).
       *>   --請求先顧客番号（本部一括請求の店舗は本部の顧客番号。
       *>     ゼロは自社へ請求）--
            03   KMS01-SEIKYU-SAKI             PIC 9(006).
       *>   --口座振替の引落口座（銀行コード・支店コード・預金種目（１＝普通・
       *>     ２＝当座）・口座番号・口座名義（半角カナ）。銀行コードゼロは
       *>     口座振替未登録）--
            03   KMS01-GINKO-CODE              PIC 9(004).
            03   KMS01-SHITEN-CODE             PIC 9(003).
            03   KMS01-YOKIN-SHUMOKU           PIC 9(001).
            03   KMS01-KOZA-BANGOU             PIC 9(007).
            03   KMS01-KOZA-MEIGI              PIC X(030).
       *>   --請求通貨（ISO通貨コード。空白・JPYは円建て。外貨建ての顧客は
       *>     為替レートマスタ（KWR01）のレートで請求額を外貨換算する）--
            03   KMS01-TSUKA-CODE              PIC X(003).
       *>   --Ｗｅｂ照会区分（"1"＝Ｗｅｂポータルで受注状況を照会する顧客。
       *>     ORDWEB01が夜間に受注状況連携ファイルを作成する）--
            03   KMS01-WEB-KUBUN               PIC X(001).
       *>----------------------------------------------------------------------------
       *>[出力]更新エラーファイルのレイアウト定義
       *>----------------------------------------------------------------------------
                 05   KHS01-MAE-KAIKAKE-ZAN    PIC 9(009).
                 05   KHS01-MAE-YUBIN-BANGOU   PIC X(007).
                 05   KHS01-MAE-SORYO-MENJO    PIC 9(007).
                 05   KHS01-MAE-SHIME-BI       PIC 9(002).
                 05   KHS01-MAE-KAISHU-TSUKI   PIC 9(001).
                 05   KHS01-MAE-KAISHU-BI      PIC 9(002).
                 05   KHS01-MAE-SEIKYU-SAKI    PIC 9(006).
                 05   KHS01-MAE-GINKO-CODE     PIC 9(004).
                 05   KHS01-MAE-SHITEN-CODE    PIC 9(003).
                 05   KHS01-MAE-YOKIN-SHUMOKU  PIC 9(001).
                 05   KHS01-MAE-KOZA-BANGOU    PIC 9(007).
                 05   KHS01-MAE-KOZA-MEIGI     PIC X(030).
                 05   KHS01-MAE-TSUKA-CODE     PIC X(003).
                 05   KHS01-MAE-WEB-KUBUN      PIC X(001).
            03   KHS01-ATO-IMAGE.
                 05   KHS01-ATO-KOKYAKU-MEI    PIC X(020).
                 05   KHS01-ATO-KOKYAKU-ZYUSHO PIC X(040).
                 05   KHS01-ATO-KAIKAKE-ZAN    PIC 9(009).
                 05   KHS01-ATO-YUBIN-BANGOU   PIC X(007).
                 05   KHS01-ATO-SORYO-MENJO    PIC 9(007).
                 05   KHS01-ATO-SHIME-BI       PIC 9(002).
                 05   KHS01-ATO-KAISHU-TSUKI   PIC 9(001).
                 05   KHS01-ATO-KAISHU-BI      PIC 9(002).
                 05   KHS01-ATO-SEIKYU-SAKI    PIC 9(006).
                 05   KHS01-ATO-GINKO-CODE     PIC 9(004).
                 05   KHS01-ATO-SHITEN-CODE    PIC 9(003).
                 05   KHS01-ATO-YOKIN-SHUMOKU  PIC 9(001).
                 05   KHS01-ATO-KOZA-BANGOU    PIC 9(007).
                 05   KHS01-ATO-KOZA-MEIGI     PIC X(030).
                 05   KHS01-ATO-TSUKA-CODE     PIC X(003).
                 05   KHS01-ATO-WEB-KUBUN      PIC X(001).
       *>----------------------------------------------------------------------------
       *>作業領域の定義
       *>----------------------------------------------------------------------------
            03   WRK-MAE-KAIKAKE-ZANDAKA     PIC 9(009).
            03   WRK-MAE-YUBIN-BANGOU        PIC X(007).
            03   WRK-MAE-SORYO-MENJO         PIC 9(007).
            03   WRK-MAE-SHIME-BI            PIC 9(002).
            03   WRK-MAE-KAISHU-TSUKI        PIC 9(001).
            03   WRK-MAE-KAISHU-BI           PIC 9(002).
            03   WRK-MAE-SEIKYU-SAKI         PIC 9(006).
            03   WRK-MAE-GINKO-CODE          PIC 9(004).
            03   WRK-MAE-SHITEN-CODE         PIC 9(003).
            03   WRK-MAE-YOKIN-SHUMOKU       PIC 9(001).
            03   WRK-MAE-KOZA-BANGOU         PIC 9(007).
            03   WRK-MAE-KOZA-MEIGI          PIC X(030).
            03   WRK-MAE-TSUKA-CODE          PIC X(003).
            03   WRK-MAE-WEB-KUBUN           PIC X(001).
       *>
       *>--請求先顧客番号・引落口座の妥当性判定結果（"Y"＝登録可）--
       01   WRK-SEIKYU-OK-SW                  PIC X(001).
            88   WRK-SEIKYU-OK                VALUE "Y".
       *>
       *>--変更日時の退避領域--
       01   WRK-HENKOU-DATE                   PIC 9(008).
       *>追加処理
       *>----------------------------------------------------------------------------
       TSUIKA-PROC                        SECTION.
       *>
       *>  請求先顧客番号の妥当性チェック
           PERFORM   SEIKYU-SAKI-CHECK-PROC.
           IF   NOT   WRK-SEIKYU-OK   THEN
                GO   TO   TSUIKA-PROC-EXIT
           END-IF.
       *>
       *>  口座振替の引落口座の妥当性チェック
           PERFORM   FURIKAE-KOZA-CHECK-PROC.
           IF   NOT   WRK-SEIKYU-OK   THEN
                GO   TO   TSUIKA-PROC-EXIT
           END-IF.
       *>
       *>  請求通貨コードの妥当性チェック
           PERFORM   TSUKA-CODE-CHECK-PROC.
           IF   NOT   WRK-SEIKYU-OK   THEN
                GO   TO   TSUIKA-PROC-EXIT
           END-IF.
       *>
       *>  Ｗｅｂ照会区分の妥当性チェック
           IF   KTR01-WEB-KUBUN   NOT =   SPACE
           AND  KTR01-WEB-KUBUN   NOT =   "1"   THEN
                MOVE   "WEB-KUBUN-FUSEI"   TO   KER01-ERROR-KUBUN
                PERFORM   ERROR-FILE-WRITE-PROC
                GO   TO   TSUIKA-PROC-EXIT
           END-IF.
       *>
           MOVE   KTR01-KOKYAKU-BANGOU   TO   KMS01-KOKYAKU-BANGOU.
           MOVE   KTR01-KOKYAKU-MEI      TO   KMS01-KOKYAKU-MEI.
           MOVE   KTR01-SORYO-MENJO-GAKU TO
                  KMS01-SORYO-MENJO-GAKU.
           MOVE   ZERO                   TO   KMS01-TOGO-SAKI.
           MOVE   KTR01-SHIME-BI         TO   KMS01-SHIME-BI.
           MOVE   KTR01-KAISHU-TSUKI     TO   KMS01-KAISHU-TSUKI.
           MOVE   KTR01-KAISHU-BI        TO   KMS01-KAISHU-BI.
           MOVE   KTR01-SEIKYU-SAKI      TO   KMS01-SEIKYU-SAKI.
           MOVE   KTR01-GINKO-CODE       TO   KMS01-GINKO-CODE.
           MOVE   KTR01-SHITEN-CODE      TO   KMS01-SHITEN-CODE.
           MOVE   KTR01-YOKIN-SHUMOKU    TO   KMS01-YOKIN-SHUMOKU.
           MOVE   KTR01-KOZA-BANGOU      TO   KMS01-KOZA-BANGOU.
           MOVE   KTR01-KOZA-MEIGI       TO   KMS01-KOZA-MEIGI.
           MOVE   KTR01-TSUKA-CODE       TO   KMS01-TSUKA-CODE.
           MOVE   KTR01-WEB-KUBUN        TO   KMS01-WEB-KUBUN.
       *>
           WRITE   KMS01-RECODE.
       *>
       *>変更処理
       *>----------------------------------------------------------------------------
       HENKOU-PROC                        SECTION.
       *>
       *>  請求先顧客番号の妥当性チェック
           PERFORM   SEIKYU-SAKI-CHECK-PROC.
           IF   NOT   WRK-SEIKYU-OK   THEN
                GO   TO   HENKOU-PROC-EXIT
           END-IF.
       *>
       *>  口座振替の引落口座の妥当性チェック
           PERFORM   FURIKAE-KOZA-CHECK-PROC.
           IF   NOT   WRK-SEIKYU-OK   THEN
                GO   TO   HENKOU-PROC-EXIT
           END-IF.
       *>
       *>  請求通貨コードの妥当性チェック
           PERFORM   TSUKA-CODE-CHECK-PROC.
           IF   NOT   WRK-SEIKYU-OK   THEN
                GO   TO   HENKOU-PROC-EXIT
           END-IF.
       *>
       *>  Ｗｅｂ照会区分の妥当性チェック
           IF   KTR01-WEB-KUBUN   NOT =   SPACE
           AND  KTR01-WEB-KUBUN   NOT =   "1"   THEN
                MOVE   "WEB-KUBUN-FUSEI"   TO   KER01-ERROR-KUBUN
                PERFORM   ERROR-FILE-WRITE-PROC
                GO   TO   HENKOU-PROC-EXIT
           END-IF.
       *>
           MOVE   KTR01-KOKYAKU-BANGOU   TO   KMS01-KOKYAKU-BANGOU.
       *>
                                        WRK-MAE-YUBIN-BANGOU
                     MOVE   KMS01-SORYO-MENJO-GAKU   TO
                                        WRK-MAE-SORYO-MENJO
                     MOVE   KMS01-SHIME-BI        TO
                                        WRK-MAE-SHIME-BI
                     MOVE   KMS01-KAISHU-TSUKI    TO
                                        WRK-MAE-KAISHU-TSUKI
                     MOVE   KMS01-KAISHU-BI       TO
                                        WRK-MAE-KAISHU-BI
                     MOVE   KMS01-SEIKYU-SAKI     TO
                                        WRK-MAE-SEIKYU-SAKI
                     MOVE   KMS01-GINKO-CODE    TO
                                        WRK-MAE-GINKO-CODE
                     MOVE   KMS01-SHITEN-CODE   TO
                                        WRK-MAE-SHITEN-CODE
                     MOVE   KMS01-YOKIN-SHUMOKU TO
                                        WRK-MAE-YOKIN-SHUMOKU
                     MOVE   KMS01-KOZA-BANGOU   TO
                                        WRK-MAE-KOZA-BANGOU
                     MOVE   KMS01-KOZA-MEIGI    TO
                                        WRK-MAE-KOZA-MEIGI
                     MOVE   KMS01-TSUKA-CODE    TO
                                        WRK-MAE-TSUKA-CODE
                     MOVE   KMS01-WEB-KUBUN     TO
                                        WRK-MAE-WEB-KUBUN
                     MOVE   KTR01-KOKYAKU-MEI     TO  KMS01-KOKYAKU-MEI
                     MOVE   KTR01-KOKYAKU-ZYUSHO  TO
                                        KMS01-KOKYAKU-ZYUSHO
                                        KMS01-YUBIN-BANGOU
                     MOVE   KTR01-SORYO-MENJO-GAKU   TO
                                        KMS01-SORYO-MENJO-GAKU
                     MOVE   KTR01-SHIME-BI        TO
                                        KMS01-SHIME-BI
                     MOVE   KTR01-KAISHU-TSUKI    TO
                                        KMS01-KAISHU-TSUKI
                     MOVE   KTR01-KAISHU-BI       TO
                                        KMS01-KAISHU-BI
                     MOVE   KTR01-SEIKYU-SAKI     TO
                                        KMS01-SEIKYU-SAKI
                     MOVE   KTR01-GINKO-CODE    TO
                                        KMS01-GINKO-CODE
                     MOVE   KTR01-SHITEN-CODE   TO
                                        KMS01-SHITEN-CODE
                     MOVE   KTR01-YOKIN-SHUMOKU TO
                                        KMS01-YOKIN-SHUMOKU
                     MOVE   KTR01-KOZA-BANGOU   TO
                                        KMS01-KOZA-BANGOU
                     MOVE   KTR01-KOZA-MEIGI    TO
                                        KMS01-KOZA-MEIGI
                     MOVE   KTR01-TSUKA-CODE    TO
                                        KMS01-TSUKA-CODE
                     MOVE   KTR01-WEB-KUBUN     TO
                                        KMS01-WEB-KUBUN
                     REWRITE   KMS01-RECODE
                     ADD   1   TO   WRK-OUT-COUNT
                     PERFORM   HISTORY-FILE-WRITE-PROC
                                        WRK-MAE-YUBIN-BANGOU
                     MOVE   KMS01-SORYO-MENJO-GAKU   TO
                                        WRK-MAE-SORYO-MENJO
                     MOVE   KMS01-SHIME-BI        TO
                                        WRK-MAE-SHIME-BI
                     MOVE   KMS01-KAISHU-TSUKI    TO
                                        WRK-MAE-KAISHU-TSUKI
                     MOVE   KMS01-KAISHU-BI       TO
                                        WRK-MAE-KAISHU-BI
                     MOVE   KMS01-SEIKYU-SAKI     TO
                                        WRK-MAE-SEIKYU-SAKI
                     MOVE   KMS01-GINKO-CODE    TO
                                        WRK-MAE-GINKO-CODE
                     MOVE   KMS01-SHITEN-CODE   TO
                                        WRK-MAE-SHITEN-CODE
                     MOVE   KMS01-YOKIN-SHUMOKU TO
                                        WRK-MAE-YOKIN-SHUMOKU
                     MOVE   KMS01-KOZA-BANGOU   TO
                                        WRK-MAE-KOZA-BANGOU
                     MOVE   KMS01-KOZA-MEIGI    TO
                                        WRK-MAE-KOZA-MEIGI
                     MOVE   KMS01-TSUKA-CODE    TO
                                        WRK-MAE-TSUKA-CODE
                     MOVE   KMS01-WEB-KUBUN     TO
                                        WRK-MAE-WEB-KUBUN
                     DELETE   KMS01-KOKYAKU-MASTER
                     ADD   1   TO   WRK-OUT-COUNT
                     PERFORM   HISTORY-FILE-WRITE-PROC
                                        KHS01-ATO-YUBIN-BANGOU
                MOVE   KTR01-SORYO-MENJO-GAKU   TO
                                        KHS01-ATO-SORYO-MENJO
                MOVE   KTR01-SHIME-BI        TO
                                        KHS01-ATO-SHIME-BI
                MOVE   KTR01-KAISHU-TSUKI    TO
                                        KHS01-ATO-KAISHU-TSUKI
                MOVE   KTR01-KAISHU-BI       TO
                                        KHS01-ATO-KAISHU-BI
                MOVE   KTR01-SEIKYU-SAKI     TO
                                        KHS01-ATO-SEIKYU-SAKI
                MOVE   KTR01-GINKO-CODE    TO
                                        KHS01-ATO-GINKO-CODE
                MOVE   KTR01-SHITEN-CODE   TO
                                        KHS01-ATO-SHITEN-CODE
                MOVE   KTR01-YOKIN-SHUMOKU TO
                                        KHS01-ATO-YOKIN-SHUMOKU
                MOVE   KTR01-KOZA-BANGOU   TO
                                        KHS01-ATO-KOZA-BANGOU
                MOVE   KTR01-KOZA-MEIGI    TO
                                        KHS01-ATO-KOZA-MEIGI
                MOVE   KTR01-TSUKA-CODE    TO
                                        KHS01-ATO-TSUKA-CODE
                MOVE   KTR01-WEB-KUBUN     TO
                                        KHS01-ATO-WEB-KUBUN
           END-IF.
       *>
           WRITE   KHS01-RECODE.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>請求先顧客番号の妥当性チェック（追加・変更）
       *>  請求先は登録済みの顧客で、かつ自身が他へ請求しない顧客（本部）に
       *>  限る（請求先の多段階の連鎖は認めない）。自身の番号の指定は
       *>  自社請求（ゼロ）とみなす
       *>----------------------------------------------------------------------------
       SEIKYU-SAKI-CHECK-PROC             SECTION.
       *>
           MOVE   "Y"   TO   WRK-SEIKYU-OK-SW.
       *>
           IF   KTR01-SEIKYU-SAKI   =   KTR01-KOKYAKU-BANGOU   THEN
                MOVE   ZERO   TO   KTR01-SEIKYU-SAKI
           END-IF.
       *>
           IF   KTR01-SEIKYU-SAKI   =   ZERO   THEN
                GO   TO   SEIKYU-SAKI-CHECK-PROC-EXIT
           END-IF.
       *>
           MOVE   KTR01-SEIKYU-SAKI   TO   KMS01-KOKYAKU-BANGOU.
       *>
           READ   KMS01-KOKYAKU-MASTER
               INVALID     KEY
                     MOVE   SPACE           TO   WRK-SEIKYU-OK-SW
                     MOVE   "SEIKYU-NASHI"  TO   KER01-ERROR-KUBUN
                     PERFORM   ERROR-FILE-WRITE-PROC
       *>
               NOT   INVALID   KEY
                     IF   KMS01-SEIKYU-SAKI   NOT =   ZERO
                     OR   KMS01-TOGO-SAKI     NOT =   ZERO   THEN
                          MOVE   SPACE           TO   WRK-SEIKYU-OK-SW
                          MOVE   "SEIKYU-FUSEI"  TO   KER01-ERROR-KUBUN
                          PERFORM   ERROR-FILE-WRITE-PROC
                     END-IF
       *>
           END-READ.
       *>
       SEIKYU-SAKI-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>口座振替の引落口座の妥当性チェック（追加・変更）
       *>  銀行コードゼロは口座振替未登録とし、他の口座項目は問わない。
       *>  登録する場合は支店コード・口座番号・口座名義を必須とし、
       *>  預金種目は１（普通）・２（当座）に限る
       *>----------------------------------------------------------------------------
       FURIKAE-KOZA-CHECK-PROC            SECTION.
       *>
           MOVE   "Y"   TO   WRK-SEIKYU-OK-SW.
       *>
           IF   KTR01-GINKO-CODE   =   ZERO   THEN
                GO   TO   FURIKAE-KOZA-CHECK-PROC-EXIT
           END-IF.
       *>
           IF   KTR01-SHITEN-CODE   =   ZERO
           OR   KTR01-KOZA-BANGOU   =   ZERO
           OR   KTR01-KOZA-MEIGI    =   SPACE
           OR ( KTR01-YOKIN-SHUMOKU   NOT =   1
           AND  KTR01-YOKIN-SHUMOKU   NOT =   2 )   THEN
                MOVE   SPACE           TO   WRK-SEIKYU-OK-SW
                MOVE   "KOZA-FUSEI"    TO   KER01-ERROR-KUBUN
                PERFORM   ERROR-FILE-WRITE-PROC
           END-IF.
       *>
       FURIKAE-KOZA-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>請求通貨コードの妥当性チェック（追加・変更）
       *>  空白は円建てとする。指定する場合は英大文字３桁のＩＳＯ通貨コード
       *>  に限る（レートの登録有無は請求時に為替レートマスタで判定する）
       *>----------------------------------------------------------------------------
       TSUKA-CODE-CHECK-PROC              SECTION.
       *>
           MOVE   "Y"   TO   WRK-SEIKYU-OK-SW.
       *>
           IF   KTR01-TSUKA-CODE   =   SPACE   THEN
                GO   TO   TSUKA-CODE-CHECK-PROC-EXIT
           END-IF.
       *>
           IF   KTR01-TSUKA-CODE   NOT   ALPHABETIC-UPPER
           OR   KTR01-TSUKA-CODE(1:1)   =   SPACE
           OR   KTR01-TSUKA-CODE(2:1)   =   SPACE
           OR   KTR01-TSUKA-CODE(3:1)   =   SPACE   THEN
                MOVE   SPACE           TO   WRK-SEIKYU-OK-SW
                MOVE   "TSUKA-FUSEI"   TO   KER01-ERROR-KUBUN
                PERFORM   ERROR-FILE-WRITE-PROC
           END-IF.
       *>
       TSUKA-CODE-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>更新エラーファイルの書き込み処理
       *>----------------------------------------------------------------------------
       ERROR-FILE-WRITE-PROC              SECTION.
