       01 LANGFALLBACKRECORD.
           02 LFB-DATE PIC 9(8).
           02 LFB-TIME PIC 9(6).
           02 LFB-PROGRAM PIC X(10).
           02 LFB-IDNUM PIC 9(7).
           02 LFB-DOC-TYPE PIC X(4).
           02 LFB-LANGUAGE PIC XX.
