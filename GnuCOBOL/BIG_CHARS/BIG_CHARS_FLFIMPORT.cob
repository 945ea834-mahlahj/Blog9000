*>     convention, doubled on the glyph's last line)
*>
*> What has to give: our glyph cell is 9 columns by 9 rows and the
*> renderer's table holds 160 glyphs.  A glyph whose art runs wider
*> than 9 columns or deeper than 9 rows is SKIPPED and reported by
*> character, as are glyphs past the 160-slot table - a partial
*> font with honest reporting beats a silently mangled one.
*> Hardblanks become spaces; short glyphs pad with blank rows.

            MOVE 'N' TO WS-GLYPH-FITS
        END-IF
    END-PERFORM.
    IF WS-WRITTEN-COUNT >= 160
        MOVE 'N' TO WS-GLYPH-FITS
        DISPLAY 'Skipped [' WS-GLYPH-CHAR '] - the glyph table '
                'holds 160.'
        ADD 1 TO WS-SKIPPED-COUNT
        EXIT PARAGRAPH
    END-IF.
