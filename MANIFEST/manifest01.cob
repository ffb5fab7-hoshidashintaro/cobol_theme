       *>  振り分け、運送会社ごとに１本のマニフェストファイル
       *>  （第１～第３運送会社＝MFT1～MFT3）を書き出す。
       *>  マニフェストにはヘッダ（マニフェスト番号・運送会社・作成日）、
       *>  小口明細（受注番号・郵便番号・梱包数・総重量）、ドライバが
       *>  署名する管理トレーラ（小口件数・梱包数合計・総重量合計）を
       *>  編集する。箱ごとに発行されたラベルは１箱目のみを小口とし、
       *>  梱包数・総重量はPACK01の箱割付結果（ラベルに編集済み）による。
       *>  マニフェスト番号は制御ファイル（CTL08）で連番を採番し、
       *>  出荷確認（SHP01）に刻印されてSTATUS01経由で受注状況へ残る。
       *>  割当の無い郵便番号の小口は第１運送会社へ割り当てる。
            03   LBL01-KONPO-SU               PIC 9(005).
       *>   --まとめ出荷番号（まとめ対象外の受注はゼロ）--
            03   LBL01-SHUKKA-BANGOU          PIC 9(006).
       *>   --箱番号（梱包数のうち何箱目か）・箱の重量・出荷単位の総重量
       *>     （グラム。箱割付の無い出荷単位は箱番号１・重量ゼロ）--
            03   LBL01-KONPO-NO               PIC 9(003).
            03   LBL01-JURYO-G                PIC 9(007).
            03   LBL01-SOU-JURYO-G            PIC 9(009).
       *>----------------------------------------------------------------------------
       *>[入力]運送会社マスタファイルのレイアウト定義
       *>----------------------------------------------------------------------------
                 05   WRK-UNSO-CODE               PIC X(002).
                 05   WRK-UNSO-MEI                PIC X(020).
                 05   WRK-UNSO-CUTOFF             PIC 9(004).
       *>          --運送会社ごとのマニフェスト番号・小口件数・梱包数合計・
       *>            総重量合計（グラム）--
                 05   WRK-UNSO-MANIFEST           PIC 9(006).
                 05   WRK-UNSO-KOGUCHI            PIC 9(006).
                 05   WRK-UNSO-KONPO              PIC 9(007).
                 05   WRK-UNSO-JURYO              PIC 9(010).
       01   WRK-UNSO-CNT                      PIC 9(001).
       01   WRK-UNSO-IDX                      PIC 9(001).
       01   WRK-UNSO-HIT-IDX                  PIC 9(001).
            03   WRK-MFTD-ZYUTYU-BANGOU       PIC X(008).
            03   WRK-MFTD-YUBIN-BANGOU        PIC X(007).
            03   WRK-MFTD-KONPO-SU            PIC 9(005).
            03   WRK-MFTD-JURYO-G             PIC 9(009).
       01   WRK-MFT-TRAILER.
            03   FILLER                       PIC X(001) VALUE "T".
            03   WRK-MFTT-KOGUCHI             PIC 9(006).
            03   WRK-MFTT-KONPO               PIC 9(007).
            03   WRK-MFTT-JURYO-G             PIC 9(010).
       *>   --ドライバ署名欄（印字用の空欄）--
            03   FILLER                       PIC X(012)
                                 VALUE "ｻｲﾝ:".
       *>
           ADD   1   TO   WRK-IN-COUNT.
       *>
       *>  箱ごとのラベルは１箱目のみを小口とする（２箱目以降は読み飛ばし）
           IF   LBL01-KONPO-NO   >   1   THEN
                GO   TO   MAIN-PROC-YOMI
           END-IF.
       *>
       *>  郵便番号上３桁での運送会社割当の検索
           PERFORM   WARIATE-SANSHO-PROC.
       *>
           MOVE   LBL01-ZYUTYU-BANGOU   TO   WRK-MFTD-ZYUTYU-BANGOU.
           MOVE   LBL01-YUBIN-BANGOU    TO   WRK-MFTD-YUBIN-BANGOU.
           MOVE   LBL01-KONPO-SU        TO   WRK-MFTD-KONPO-SU.
           MOVE   LBL01-SOU-JURYO-G     TO   WRK-MFTD-JURYO-G.
           MOVE   WRK-MFT-DETAIL        TO   WRK-MFT-RECODE.
           PERFORM   MANIFEST-RECODE-WRITE-PROC.
       *>
                  WRK-UNSO-KOGUCHI(WRK-UNSO-HIT-IDX).
           ADD    LBL01-KONPO-SU    TO
                  WRK-UNSO-KONPO(WRK-UNSO-HIT-IDX).
           ADD    LBL01-SOU-JURYO-G TO
                  WRK-UNSO-JURYO(WRK-UNSO-HIT-IDX).
       *>
       MAIN-PROC-YOMI.
       *>
                  WRK-MFTT-KOGUCHI.
           MOVE   WRK-UNSO-KONPO(WRK-UNSO-IDX)     TO
                  WRK-MFTT-KONPO.
           MOVE   WRK-UNSO-JURYO(WRK-UNSO-IDX)     TO
                  WRK-MFTT-JURYO-G.
       *>
           MOVE   WRK-MFT-TRAILER   TO   WRK-MFT-RECODE.
           MOVE   WRK-UNSO-IDX      TO   WRK-UNSO-HIT-IDX.
       *>
           MOVE   ZERO   TO   WRK-UNSO-KOGUCHI(WRK-UNSO-IDX).
           MOVE   ZERO   TO   WRK-UNSO-KONPO(WRK-UNSO-IDX).
           MOVE   ZERO   TO   WRK-UNSO-JURYO(WRK-UNSO-IDX).
           MOVE   ZERO   TO   WRK-UNSO-MANIFEST(WRK-UNSO-IDX).
       *>
       UNSO-COUNT-INIT-PROC-EXIT.
