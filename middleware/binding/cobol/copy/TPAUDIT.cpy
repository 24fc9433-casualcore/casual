      *  so a week of EXTENDed audit trail can be told apart run by
      *  run instead of being one undifferentiated stream.
       05 AUDIT-RUN-ID              PIC 9(8).
      *  The reference of the business record the call carried -
      *  the record sent, or for a streamed result the record that
      *  came back - so a confirmed payment can be placed at the
      *  time its call was answered.  Spaces on a line written for
      *  no one record, and on lines written before it was kept.
       05 AUDIT-REFERENCE-NUM       PIC X(12).
