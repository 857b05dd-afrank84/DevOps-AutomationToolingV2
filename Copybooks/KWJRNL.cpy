      *> rebuild against it. KeywordMasterRebuild refuses old-layout
      *> add and change records outright rather than replaying them
      *> wrong.
      *>
      *> The dual-control fields after the images name who asked for
      *> the change, who approved it, and the KEYWORD-PENDING change
      *> ID it was applied from. They are blank on records written
      *> before changes went through KWPEND.DAT; readers that only
      *> replay images need not look at them.
       01 KJ-JOURNAL-RECORD.
           05 KJ-TIMESTAMP PIC X(14).
           05 KJ-TIMESTAMP-FIELDS REDEFINES KJ-TIMESTAMP.
           05 KJ-BEFORE-IMAGE PIC X(160).
           05 FILLER PIC X(1).
           05 KJ-AFTER-IMAGE PIC X(160).
           05 FILLER PIC X(1).
           05 KJ-SUBMITTER-ID PIC X(8).
           05 FILLER PIC X(1).
           05 KJ-APPROVER-ID PIC X(8).
           05 FILLER PIC X(1).
           05 KJ-CHANGE-ID PIC X(18).
