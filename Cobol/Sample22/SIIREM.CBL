000100**************************************************************************
000200**  Copyright 1999-2015 FUJITSU LIMITED
000300**
000400**    SIIREM.CBL
000500**
000600**    仕入先マスタ（SIIREM）のレコード。仕入先管理（SIIREMNT）が保守
000700**    し，発注書作成（HACHUSHO）が名称を，買掛金締（KAISIME）が支払
000800**    期日の規則を，支払実行（SHIHARAI）が振込先口座を引く。支払
000900**    条件は表示用の文言で，期日の計算には締後月数と支払日を使う。
001000**************************************************************************
001100 01  仕入先マスタレコード.
001200     02  仕入先コード        PIC  X(04).
001300     02  仕入先名            PIC  X(20).
001400     02  支払条件            PIC  X(10).
001500     02  仕入先担当者        PIC  X(16).
001600     02  仕入先電話番号      PIC  X(12).
001700*　締月から支払月までの月数（０：当月　１：翌月　２：翌々月）と
001800*　支払日（９９は月末）。
001900     02  支払締後月数        PIC  9(01).
002000     02  支払指定日          PIC  9(02).
002100     02  振込銀行コード      PIC  9(04).
002200     02  振込支店コード      PIC  9(03).
002300     02  振込預金種目        PIC  9(01).
002400     02  振込口座番号        PIC  9(07).
002500     02  振込口座名義        PIC  X(30).
