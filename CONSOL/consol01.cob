       *>  整列し、同一顧客×同一郵便番号の当日受注をひとつの出荷番号へ
       *>  まとめる。出荷番号は制御ファイル（CTL09）で連番を採番し、
       *>  出荷番号と元の受注番号の対応をまとめ出荷対応ファイル（SHX01）へ
       *>  書き出す。ピッキングリスト（PICKET01）・出荷梱包（PACK01）・
       *>  出荷ラベル（LABEL01）はこの対応ファイルを参照して出荷番号単位に
       *>  まとめ、受注状況管理
       *>  （STATUS01）・追跡（TRACE01）は対応ファイルで元の受注番号へ
       *>  遡及できる。
       *>----------------------------------------------------------------------------
