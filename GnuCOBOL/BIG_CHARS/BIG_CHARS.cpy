
*> 91 compiled-in glyphs below; a font file may carry up to 160,
*> and a glyph may be named by a UTF-8 character of up to four
*> bytes (the accented capitals):
01 CHARS OCCURS 160 TIMES INDEXED BY SUBS.
   05 CHAR_NAME PIC X(4).
   05 LINE_1    PIC X(9).
   05 LINE_2    PIC X(9).
   05 LINE_3    PIC X(9).
