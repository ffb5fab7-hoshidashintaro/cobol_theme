       *>  ウェーブ管理ファイル（WAV01・ウェーブごとの運送会社・締め時刻・
       *>  受注件数）とウェーブ明細ファイル（WAVD01・受注番号→ウェーブ番号）を
       *>  書き出し、ピッキングリスト（PICKET01）がウェーブ順にヘッダ・
       *>  完了トレーラ付きで印刷する。ピッキングリストの発行前に、補充指示
       *>  リスト発行（REPLEN01）がウェーブ順に前方棚の補充を指示する。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
       FILE                               SECTION.
       *>----------------------------------------------------------------------------
       *>[入力]受注ファイルのレイアウト定義（受注番号・優先区分・郵便番号・
       *>  出荷倉庫のみ用いるため必要項目のみを切り出す）
       *>----------------------------------------------------------------------------
       FD   IN01-ZYUTYU-FILE.
       01   IN01-RECODE.
            03   IN01-YUSEN-KUBUN             PIC X(001).
            03   FILLER                       PIC X(014).
            03   IN01-YUBIN-BANGOU            PIC X(007).
            03   IN01-SOUKO-CODE              PIC X(002).
            03   FILLER                       PIC X(026).
       *>
       *>  ヘッダ・トレーラレコード判定用の再定義
       01   IN01-HEADER-CHECK   REDEFINES   IN01-RECODE.
                  MOVE   "END"   TO   WRK-AT-END
       *>
            NOT   AT   END
       *>          仕入先直送の明細（出荷倉庫"DS"）は倉庫の出荷波動に
       *>          載せないため対象外とする
                  IF   IN01-TRAILER-CODE   NOT =   "TRAILER"
                  AND  IN01-HEADER-CODE    NOT =   "HEADER"
                  AND  IN01-SOUKO-CODE     NOT =   "DS"   THEN
                       PERFORM   WAVE-RELEASE-PROC
                  END-IF
       *>
