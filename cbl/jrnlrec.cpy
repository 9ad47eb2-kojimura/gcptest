000140*  The before-image fields are spaces for an ADD (no prior
000150*  row); the after-image fields are spaces for a DELETE.
000160*
000161*  A merge (code M) writes two records under one ordinal, one
000162*  per side, each naming the other in JR-LINK-ID: the
000163*  surviving customer (JR-MERGE-ROLE "S", before- and
000164*  after-image like a CHANGE) and the duplicate merged into it
000165*  (JR-MERGE-ROLE "D", before-image only, like a DELETE).
000166*  Both are spaces on every other record.
000167*
000170*  Modification History
000180*  Date       Init  Description
000190*  ---------- ----  ----------------------------------------------
000216*                   with the widened detail record in
000218*                   INRECORD.CPY, so AUDINQ can show their
000220*                   history too.
000221*  2026-10-09  kt   Added JR-KEYED-BY and JR-APPROVED-BY: for a
000222*                   CUSTMNT emergency fix, the operator who keyed
000223*                   it and the second operator who approved it
000224*                   (spaces for every other feed).
000225*  2026-10-15  kt   Added JR-MERGE-ROLE and JR-LINK-ID for the
000226*                   two linked records of a merge.
000227*-----------------------------------------------------------------
000230 01  JOURNAL-RECORD.
000240     05  JR-RUN-DATE         PIC X(08).
000250     05  FILLER              PIC X(01).
000388     05  JR-AFT-ADDRESS      PIC X(40).
000390     05  FILLER              PIC X(01).
000392     05  JR-AFT-SINCE        PIC X(08).
000402     05  FILLER              PIC X(01).
000412     05  JR-KEYED-BY         PIC X(08).
000422     05  FILLER              PIC X(01).
000432     05  JR-APPROVED-BY      PIC X(08).
000442     05  FILLER              PIC X(01).
000452     05  JR-MERGE-ROLE       PIC X(01).
000462         88  JR-MERGE-SURVIVOR         VALUE "S".
000472         88  JR-MERGE-DUPLICATE        VALUE "D".
000482     05  FILLER              PIC X(01).
000492     05  JR-LINK-ID          PIC X(05).
