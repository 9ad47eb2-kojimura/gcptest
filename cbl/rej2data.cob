000200*  customer ID:
000210*
000220*    FX-ID          the RJ-ID of the reject to resubmit
000230*    FX-TRANS-CODE  the A/C/D/M code the resubmitted detail
000240*                   record should carry
000250*    FX-NAME        corrected name, or spaces to keep the
000260*                   rejected record's name (for a merge,
000263*                   the corrected merge ID, which a merge
000266*                   carries in the name field)
000270*    FX-EMAIL       corrected email, or spaces to keep the
000280*                   rejected record's email
000290*
000401*                   carried on the reject record (RJ-EFF-DATE),
000403*                   so a rejected future-dated transaction is
000405*                   still future-dated when it comes back.
000406*  2026-10-09  kt   Output buffer widened for IR-KEYED-BY and
000407*                   IR-APPROVED-BY (INRECORD.CPY); the reject
000408*                   record does not carry them, so a
000409*                   resubmission goes out unstamped.
000410*  2026-10-15  kt   A merge (code M, INRECORD.CPY) can be
000411*                   resubmitted; its merge ID rides in the name
000412*                   field like any other detail.
000413*-----------------------------------------------------------------
000414 ENVIRONMENT DIVISION.
000415 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT REJECT-FILE ASSIGN TO "file2pg.rej"
000440         ORGANIZATION IS LINE SEQUENTIAL
000800     COPY "inrecord.cpy".
000810
000820 FD  OUTFILE.
000830 01  OUT-RECORD              PIC X(158).
000832
000834 FD  STATUS-FILE.
000836     COPY "statrec.cpy".
001700         AT END
001710             SET WS-FIX-EOF TO TRUE
001720         NOT AT END
001730             IF FX-TRANS-CODE = "A" OR "C" OR "D" OR "M"
001740                 IF WS-FIX-COUNT < WS-FIX-LIMIT
001750                     ADD 1 TO WS-FIX-COUNT
001760                     MOVE FX-ID TO WS-FIX-ID(WS-FIX-COUNT)
