007200* 2026-09-02 RLM  TAKE THE WIDENED IMGJRNL RECORD (219 BYTES,
007300*                 60-BYTE IMAGES) INTRODUCED FOR THE PARTS
007400*                 MASTER'S INVENTORY FIELDS.
007410* 2026-10-15 RLM  TAKE THE WIDENED IMGJRNL RECORD (229 BYTES,
007420*                 CHECKER ID) INTRODUCED FOR THE APPROVAL QUEUE.
007430* 2026-10-15 RLM  TAKE THE WIDENED IMGJRNL RECORD (245 BYTES,
007440*                 68-BYTE IMAGES) INTRODUCED FOR THE MERCHANT
007450*                 MASTER'S CALENDAR ID.
007500*--------------------------------------------------------------
007600 ENVIRONMENT DIVISION.
007700 CONFIGURATION SECTION.
013600 FD  HINT-RPT-FILE.
013700 01  HINT-RPT-RECORD           PIC X(80).
013800 FD  IMAGE-JOURNAL-FILE.
013900 01  IMAGE-JOURNAL-FILE-REC    PIC X(245).
014000 FD  REJECT-RPT-FILE.
014100 01  REJECT-RPT-RECORD         PIC X(80).
014200 FD  TOURN-RPT-FILE.
