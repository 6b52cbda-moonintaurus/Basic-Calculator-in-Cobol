      ******************************************************************
      * CALCXRF - Work-order cross-reference record layout.  Indexed
      *           on XR-KEY: one location entry for every record that
      *           carries a work-order reference, naming the file, the
      *           archive generation and the record's position in it,
      *           so CBLWoTrc and CBLAudInq read only as far into a
      *           sequential file as the last record they need, and
      *           do not open a file that holds nothing for them.
      *
      *           CBLXrfBld rebuilds the live-file entries nightly;
      *           CBLCalcu keeps the AUDITFILE and GLFILE entries
      *           current between builds, taking the file's control
      *           entry off while it appends, indexing each record as
      *           it writes it and putting the control entry back
      *           with the new count; CBLAudArc adds the archive
      *           entries for each generation it writes and re-points
      *           the audit entries at the records it kept.
      *
      *           Three kinds of entry share the key:
      *             location - a record on XR-FILE-ID at position
      *                        XR-REC-NUMBER (generation zero for a
      *                        live file).  A reversal's location
      *                        entries name the original it backs out.
      *             reversal - filed under an ORIGINAL work order,
      *                        naming the reversal that backs it out,
      *                        so either half of a pair finds the
      *                        other.  XR-REC-NUMBER carries the
      *                        reversal's sequence, so more than one
      *                        reversal of an original is kept.
      *             control  - work order zero, one per live file and
      *                        per archive generation: the date the
      *                        file was last indexed, the highest
      *                        work order indexed on it and the number
      *                        of records it held then.  A live
      *                        file with no control entry - never
      *                        indexed, being appended to, or one
      *                        whose upkeep failed - is read in full,
      *                        and so is an archive generation with
      *                        none, which was never indexed.
      ******************************************************************
           05  XR-KEY.
               10  XR-WORK-ORDER.
                   15  XR-WO-DATE      PIC 9(08).
                   15  XR-WO-SEQ       PIC 9(07).
               10  XR-FILE-ID          PIC X(10).
                   88  XR-IN-TRANFILE      VALUE "TRANFILE".
                   88  XR-IN-RESFILE       VALUE "RESFILE".
                   88  XR-IN-AUDITFILE     VALUE "AUDITFILE".
                   88  XR-IN-GLFILE        VALUE "GLFILE".
                   88  XR-IN-ARCHIVE       VALUE "ARCHIVE".
                   88  XR-REVERSAL-LINK    VALUE "REVERSAL".
                   88  XR-LIVE-FILE        VALUE "TRANFILE"
                                                 "RESFILE"
                                                 "AUDITFILE"
                                                 "GLFILE".
               10  XR-GENERATION       PIC 9(04).
               10  XR-REC-NUMBER       PIC 9(09).
      *    Location and reversal entries.  XR-REC-DATE is the run or
      *    posting date the record carries, or the work-order date
      *    on TRANFILE and RESFILE, which carry no other.
           05  XR-ENTRY-DATA.
               10  XR-REC-DATE         PIC 9(08).
               10  XR-LINK-WORK-ORDER.
                   15  XR-LINK-WO-DATE PIC 9(08).
                   15  XR-LINK-WO-SEQ  PIC 9(07).
               10  FILLER              PIC X(09).
      *    Control entries.
           05  XR-CONTROL-DATA REDEFINES XR-ENTRY-DATA.
               10  XR-BUILT-DATE       PIC 9(08).
               10  XR-BUILT-HIGH-WO    PIC X(15).
               10  XR-BUILT-COUNT      PIC 9(09).
