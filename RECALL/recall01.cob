       *>  当日中の顧客連絡の元資料とする。
       *>  顧客番号は同一受注のアーカイブ明細から引き当て、アーカイブに
       *>  残らない受注はスペースのまま抽出する（手作業で補完する）。
       *>  シリアル番号範囲（FROM・TO）を併せて指定した場合は、シリアル台帳
       *>  （SRL01・STATUS01が出荷時に登録する）から対象商品のうち範囲内の
       *>  シリアル番号で出荷日範囲に出荷したものを１台ごとに抽出する
       *>  （顧客番号は台帳に登録された出荷先を用いる）。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
                                            KMS01-KOKYAKU-BANGOU
                                      STATUS KMS-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]シリアル台帳ファイル（シリアル番号範囲指定時の対象出荷）
       *>----------------------------------------------------------------------------
       SELECT    SRL01-SERIAL-FILE    ASSIGN       TO   "SRL01.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE  IS DYNAMIC
                                      RECORD KEY   IS SRL01-SERIAL-KEY
                                      STATUS       IS SRL-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]回収連絡抽出ファイル
       *>----------------------------------------------------------------------------
       SELECT    RCL01-RENRAKU-FILE   ASSIGN       TO   "RCL01.txt"
       *>   --キット区分・親商品コード（受注ファイルより引き継ぐ）--
            03   STS02-KIT-KUBUN              PIC X(001).
            03   STS02-KIT-OYA-CODE           PIC X(006).
       *>   --配達区分・配達日（STATUS01が配達証明より記録する）--
            03   STS02-HAITATSU-KUBUN         PIC X(001).
            03   STS02-HAITATSU-BI            PIC 9(008).
       *>----------------------------------------------------------------------------
       *>[入力]月末受注アーカイブファイルのレイアウト定義（STMT01と同一）
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
       *>[入力]シリアル台帳ファイルのレイアウト定義（STATUS01と同一）
       *>----------------------------------------------------------------------------
       FD   SRL01-SERIAL-FILE.
       01   SRL01-RECODE.
            03   SRL01-SERIAL-KEY.
                 05   SRL01-SHOHIN-CODE       PIC X(006).
                 05   SRL01-SERIAL-NO         PIC X(020).
            03   SRL01-ZYUTYU-BANGOU.
                 05   SRL01-MISEBAN           PIC X(003).
                 05   SRL01-TYUMON-BANGOU     PIC 9(005).
            03   SRL01-KOKYAKU-BANGOU         PIC 9(006).
            03   SRL01-SHUKKA-BI              PIC 9(008).
            03   SRL01-MANIFEST-BANGOU        PIC 9(006).
            03   SRL01-JOKYO-KUBUN            PIC X(001).
            03   SRL01-HENPIN-BI              PIC 9(008).
       *>----------------------------------------------------------------------------
       *>[出力]回収連絡抽出ファイルのレイアウト定義
       *>----------------------------------------------------------------------------
            03   RCL01-ZYUTYU-BANGOU          PIC X(008).
            03   RCL01-SHUKKA-SU              PIC 9(005).
            03   RCL01-SHUKKA-BI              PIC 9(008).
       *>   --シリアル番号（シリアル番号範囲指定時のみ。それ以外はスペース）--
            03   RCL01-SERIAL-NO              PIC X(020).
       *>----------------------------------------------------------------------------
       *>[出力]店番別対象件数集計表のレイアウト定義
       *>----------------------------------------------------------------------------
       01   IN-FILE-STATUS                    PIC XX.
       01   ARC-FILE-STATUS                   PIC XX.
       01   KMS-FILE-STATUS                   PIC XX.
       01   SRL-FILE-STATUS                   PIC XX.
       *>
       *>--対象商品コード・出荷日範囲・シリアル番号範囲（コマンドライン
       *>  パラメータより取得。シリアル番号ＴＯ省略時はＦＲＯＭと同じ）--
       01   WRK-PARM-AREA                     PIC X(064).
       01   WRK-TAISHO-SHOHIN                 PIC X(006).
       01   WRK-KIKAN-FROM                    PIC 9(008).
       01   WRK-KIKAN-TO                      PIC 9(008).
       01   WRK-SERIAL-FROM                   PIC X(020).
       01   WRK-SERIAL-TO                     PIC X(020).
       01   WRK-SERIAL-SHITEI-SW              PIC X(001).
            88   WRK-SERIAL-SHITEI            VALUE "Y".
       *>
       *>--連絡抽出の編集用（シリアル台帳から抽出する場合のシリアル番号・
       *>  出荷先顧客番号。受注状況・アーカイブからの抽出ではスペース・ゼロ）--
       01   WRK-RENRAKU-SERIAL                PIC X(020).
       01   WRK-RENRAKU-KOKYAKU               PIC 9(006).
       *>
       *>--アーカイブ由来の受注番号→顧客番号の引き当てテーブル--
       77   CST-MAX-TAIO-KENSU                PIC 9(004) VALUE 9999.
                                 VALUE "　対象件数：".
            03   HD02-KENSU                   PIC ZZZ,ZZ9.
       *>
       01   HD03-SERIAL-LINE.
            03   FILLER                       PIC X(021)
                                 VALUE "シリアル番号：".
            03   HD03-SERIAL-FROM             PIC X(020).
            03   FILLER                       PIC X(001) VALUE "-".
            03   HD03-SERIAL-TO               PIC X(020).
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
       *>
           PERFORM   INIT-PROC.
       *>
       *>  シリアル番号範囲の指定時はシリアル台帳を走査する
           IF   WRK-SERIAL-SHITEI   THEN
                PERFORM   SERIAL-SOUSA-PROC
           ELSE
       *>
       *>      受注状況ファイルの走査（出荷済みの対象商品）
                PERFORM   MAIN-PROC  UNTIL   WRK-AT-END   =   CST-END
       *>
       *>      アーカイブの走査（状況ファイルで拾えなかった対象出荷の補完）
                PERFORM   ARCHIVE-SOUSA-PROC
           END-IF.
       *>
           PERFORM   TERM-PROC.
       *>
           MOVE   ZERO    TO   WRK-TAIO-CNT.
           MOVE   ZERO    TO   WRK-ZUMI-CNT.
           MOVE   ZERO    TO   WRK-MISE-CNT.
           MOVE   SPACE   TO   WRK-RENRAKU-SERIAL.
           MOVE   ZERO    TO   WRK-RENRAKU-KOKYAKU.
       *>
       *>  実行日の取得
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
           MOVE     WRK-PARM-AREA(7:8)     TO   WRK-KIKAN-FROM.
           MOVE     WRK-PARM-AREA(15:8)    TO   WRK-KIKAN-TO.
       *>
       *>  シリアル番号範囲の取得（任意。指定時は台帳から抽出する）
           MOVE     SPACE   TO   WRK-SERIAL-SHITEI-SW.
           MOVE     WRK-PARM-AREA(23:20)   TO   WRK-SERIAL-FROM.
           MOVE     WRK-PARM-AREA(43:20)   TO   WRK-SERIAL-TO.
           IF   WRK-SERIAL-FROM   NOT =   SPACE   THEN
                MOVE   "Y"   TO   WRK-SERIAL-SHITEI-SW
                IF   WRK-SERIAL-TO   =   SPACE   THEN
                     MOVE   WRK-SERIAL-FROM   TO   WRK-SERIAL-TO
                END-IF
                IF   WRK-SERIAL-FROM   >   WRK-SERIAL-TO   THEN
                     DISPLAY   MS8-MESSAGE-AREA   UPON   CONSOLE
                     MOVE   8   TO   RETURN-CODE
                     STOP   RUN
                END-IF
           END-IF.
       *>
       *>  アーカイブの受注番号→顧客番号の一括読み込み
           PERFORM   TAIO-LOAD-PROC.
       *>
           MOVE   WRK-KIKAN-TO        TO   HD01-KIKAN-TO.
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD01-MIDASHI-1.
           IF   WRK-SERIAL-SHITEI   THEN
                MOVE   WRK-SERIAL-FROM   TO   HD03-SERIAL-FROM
                MOVE   WRK-SERIAL-TO     TO   HD03-SERIAL-TO
                MOVE   SPACE          TO   PRT01-RECODE
                WRITE  PRT01-RECODE   FROM   HD03-SERIAL-LINE
           END-IF.
       *>
       *>受注状況ファイルの読み込み
           PERFORM   STATUS-FILE-READ-PROC.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>シリアル台帳の走査処理（シリアル番号範囲の指定時）
       *>  対象商品コード＋シリアル番号ＦＲＯＭの位置から順に読み、商品コードが
       *>  変わるかシリアル番号ＴＯを超えた時点で走査を打ち切る
       *>----------------------------------------------------------------------------
       SERIAL-SOUSA-PROC                 SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   SRL01-SERIAL-FILE.
       *>
           IF   SRL-FILE-STATUS   NOT =   "00"   THEN
                GO   TO   SERIAL-SOUSA-PROC-EXIT
           END-IF.
       *>
           MOVE   WRK-TAISHO-SHOHIN   TO   SRL01-SHOHIN-CODE.
           MOVE   WRK-SERIAL-FROM     TO   SRL01-SERIAL-NO.
       *>
           START   SRL01-SERIAL-FILE
                   KEY   >=   SRL01-SERIAL-KEY
               INVALID   KEY
                   MOVE   "END"   TO   WRK-AT-END
           END-START.
       *>
           PERFORM   SERIAL-READ-PROC
                    UNTIL   WRK-AT-END = CST-END.
       *>
           CLOSE   SRL01-SERIAL-FILE.
           MOVE    SPACE   TO   WRK-AT-END.
       *>
       SERIAL-SOUSA-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>シリアル台帳の順読みと対象判定（１台分）
       *>----------------------------------------------------------------------------
       SERIAL-READ-PROC                  SECTION.
       *>
           READ   SRL01-SERIAL-FILE   NEXT
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
       *>
            NOT   AT   END
                  IF   SRL01-SHOHIN-CODE   NOT =   WRK-TAISHO-SHOHIN
                  OR   SRL01-SERIAL-NO     >   WRK-SERIAL-TO   THEN
                       MOVE   "END"   TO   WRK-AT-END
                  ELSE
                       IF   SRL01-SHUKKA-BI   >=   WRK-KIKAN-FROM
                       AND  SRL01-SHUKKA-BI   <=   WRK-KIKAN-TO   THEN
                            MOVE   SRL01-ZYUTYU-BANGOU   TO
                                   WRK-ZUMI-SAGASHI
                            MOVE   SRL01-SERIAL-NO       TO
                                   WRK-RENRAKU-SERIAL
                            MOVE   SRL01-KOKYAKU-BANGOU  TO
                                   WRK-RENRAKU-KOKYAKU
                            MOVE   1                     TO
                                   RCL01-SHUKKA-SU
                            MOVE   SRL01-SHUKKA-BI       TO
                                   RCL01-SHUKKA-BI
                            PERFORM   RENRAKU-WRITE-PROC
                       END-IF
                  END-IF
           END-READ.
       *>
       SERIAL-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>連絡抽出レコードの編集・書き込み処理（１受注分・シリアル番号範囲の
       *>  指定時は１台分）
       *>  受注番号（WRK-ZUMI-SAGASHI）から顧客番号を引き当て、顧客マスタの
       *>  連絡先情報を編集する。顧客を引き当てられない受注は顧客情報
       *>  スペースのまま抽出し、不明件数として数える
           MOVE   SPACE              TO   RCL01-KOKYAKU-ZYUSHO.
           MOVE   SPACE              TO   RCL01-YUBIN-BANGOU.
           MOVE   WRK-ZUMI-SAGASHI   TO   RCL01-ZYUTYU-BANGOU.
           MOVE   WRK-RENRAKU-SERIAL TO   RCL01-SERIAL-NO.
       *>
       *>  受注番号→顧客番号の引き当てと顧客マスタのキー検索
       *>  （シリアル台帳に出荷先の顧客番号があればそれを用いる）
           IF   WRK-RENRAKU-KOKYAKU   NOT =   ZERO   THEN
                MOVE   "Y"                   TO   WRK-TAIO-MITUKE-SW
                MOVE   WRK-RENRAKU-KOKYAKU   TO   WRK-TAIO-KOKYAKU-GO
           ELSE
                PERFORM   TAIO-SANSHO-PROC
           END-IF.
           IF   WRK-TAIO-MITUKE   THEN
                MOVE   WRK-TAIO-KOKYAKU-GO   TO   RCL01-KOKYAKU-BANGOU
                MOVE   WRK-TAIO-KOKYAKU-GO   TO   KMS01-KOKYAKU-BANGOU
