      *> Record layout for the KEYWORD-PENDING indexed file
      *> (KWPEND.DAT), the dual-control queue in front of
      *> KEYWORD-MASTER. A keyword-maint transaction no longer reaches
      *> the master straight from a flat file anyone can edit: it is
      *> submitted here by KeywordChangeSubmit under the maker's user
      *> ID and a reason, decided by a second, different user through
      *> KeywordChangeApprove, and only then applied by
      *> KeywordMasterLoad, which stamps both IDs on the change
      *> journal. Records are never deleted - the file is the audit
      *> trail of who asked for what, who decided it, and when.
      *>
      *> Keyed on the submission timestamp plus a sequence within the
      *> submitting run, so the key is unique, sorts in submission
      *> order (the order the load applies approved items in), and is
      *> the change ID the checker quotes on an approval.
       01 KP-PENDING-RECORD.
           05 KP-KEY.
               10 KP-SUBMIT-STAMP PIC X(14).
               10 KP-SUBMIT-FIELDS REDEFINES KP-SUBMIT-STAMP.
                   15 KP-SUBMIT-DATE PIC 9(8).
                   15 KP-SUBMIT-TIME PIC 9(6).
               10 KP-SUBMIT-SEQ PIC 9(4).
           05 KP-SUBMITTER-ID PIC X(8).
           05 KP-REASON PIC X(60).
      *> The keyword-maint transaction exactly as keyed, in the layout
      *> documented in KeywordMasterLoad - edited in full only when it
      *> is applied, the same edits KeywordWhatIf applies on trial.
           05 KP-TRANSACTION PIC X(180).
      *> P = awaiting a decision, A = approved (not yet applied),
      *> R = rejected, X = expired undecided, L = loaded onto the
      *> master, F = approved but refused by the load's edits.
           05 KP-STATUS PIC X.
               88 KP-Pending  VALUE 'P'.
               88 KP-Approved VALUE 'A'.
               88 KP-Rejected VALUE 'R'.
               88 KP-Expired  VALUE 'X'.
               88 KP-Loaded   VALUE 'L'.
               88 KP-Failed   VALUE 'F'.
               88 KP-Open     VALUE 'P' 'A'.
      *> The checker, and when the decision (or the expiry) was made.
           05 KP-APPROVER-ID PIC X(8).
           05 KP-DECISION-STAMP PIC X(14).
           05 KP-DECISION-NOTE PIC X(60).
      *> When KeywordMasterLoad applied or refused the item.
           05 KP-APPLIED-STAMP PIC X(14).
           05 FILLER PIC X(20).
