000010*=====================================================================
000020*  KEIHIREC.CBL
000030*
000040*  経費精算申請レコード。従業員番号＋経費の日付＋連番をキーに，
000050*  経費精算申請（KEIHI）が登録し，部門長が承認（KEISHONIN）する。
000060*  承認済の申請は振込データ作成（ZENGIN）が給与振込に合算するか
000070*  経費の臨時振込で支払い，支払済にする。支払済の申請は仕訳エク
000080*  スポート（GLEXPORT）が支払日の月に経費区分別に仕訳する。
000090*
000100*                              Copyright 1998-2015 FUJITSU LIMITED
000110*=====================================================================
000120 01  経費申請レコード.
000130     02  経費キー.
000140         03  経費従業員番号  PIC  9(004).
000150         03  経費日付        PIC  9(008).
000160         03  経費連番        PIC  9(002).
000170*    経費区分は科目対応マスタ（KANJOMNT）のソース区分 KH の取引
000180*    区分と同じコードとし，区分ごとに費用科目へ仕訳する。
000190     02  経費区分            PIC  X(002).
000200         88  経費区分有効    VALUE "01" THRU "06" "09".
000210     02  経費金額            PIC  9(008).
000220     02  経費税区分          PIC  X(001).
000230         88  経費税区分有効  VALUE "1" THRU "4".
000240     02  経費領収書番号      PIC  X(010).
000250     02  経費摘要            PIC  X(030).
000260     02  経費申請日時        PIC  X(014).
000270     02  経費状態            PIC  X(001).
000280         88  経費承認待ち    VALUE "0".
000290         88  経費承認済      VALUE "1".
000300         88  経費却下済      VALUE "2".
000310         88  経費支払済      VALUE "3".
000320     02  経費承認者番号      PIC  9(004).
000330     02  経費承認日時        PIC  X(014).
000340*    支払区分　１：給与振込に合算　２：経費の臨時振込
000350     02  経費支払区分        PIC  X(001).
000360         88  給与合算払      VALUE "1".
000370         88  臨時振込払      VALUE "2".
000380     02  経費支払日          PIC  9(008).
