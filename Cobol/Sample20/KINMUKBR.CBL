000010*=====================================================================
000020*  KINMUKBR.CBL
000030*
000040*  勤務区分レコード。勤務区分マスタ（KINMUKBM）の１区分分の始業・
000050*  終業・休憩・コアタイム・清算期間を持つ。勤務区分保守（KINMUKBN）
000060*  が登録し，勤務区分取得サブルーチンが従業員・日付に割り当てた
000070*  区分をこの様式で返す。打刻取込（DAKOKU）・勤怠締め（KINMUSIME）
000080*  ・３６協定監視（KANSHI36）は返された区分で遅刻・残業を判定する。
000090*
000100*                              Copyright 1998-2015 FUJITSU LIMITED
000110*=====================================================================
000120 01  勤務区分レコード.
000130     02  勤務区分コード      PIC  X(002).
000140     02  勤務区分名          PIC  X(020).
000150*    勤務形態　１：定時・シフト勤務　２：フレックスタイム
000160     02  勤務形態            PIC  X(001).
000170         88  定時勤務        VALUE "1".
000180         88  フレックス勤務  VALUE "2".
000190*    時刻はＨＨＭＭ。終業時刻が始業時刻以前の区分は翌日終業の
000200*    夜勤とする。フレックスタイムはフレキシブルタイムの開始と
000210*    終了を持つ。
000220     02  所定始業時刻        PIC  9(004).
000230     02  所定始業分解  REDEFINES 所定始業時刻.
000240         03  所定始業時      PIC  9(002).
000250         03  所定始業分      PIC  9(002).
000260     02  所定終業時刻        PIC  9(004).
000270     02  所定終業分解  REDEFINES 所定終業時刻.
000280         03  所定終業時      PIC  9(002).
000290         03  所定終業分      PIC  9(002).
000300     02  所定休憩分          PIC  9(003).
000310*    コアタイム。開始と終了が同じ（０）ならコアタイム無し。
000320     02  コア開始時刻        PIC  9(004).
000330     02  コア開始分解  REDEFINES コア開始時刻.
000340         03  コア開始時      PIC  9(002).
000350         03  コア開始分      PIC  9(002).
000360     02  コア終了時刻        PIC  9(004).
000370     02  コア終了分解  REDEFINES コア終了時刻.
000380         03  コア終了時      PIC  9(002).
000390         03  コア終了分      PIC  9(002).
000400*    清算期間（１〜３箇月）と起算月。定時勤務は１箇月とする。
000410     02  清算期間月数        PIC  9(001).
000420     02  清算起算月          PIC  9(002).
000430*    １日の所定労働時間（分）。定時勤務は始業から終業までから
000440*    休憩を引いた時間，フレックスタイムは１日の標準労働時間。
000450     02  所定労働分          PIC  9(003).
