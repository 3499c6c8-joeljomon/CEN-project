      *> The labor-law "primary beneficiary" questions an employer
      *> answers Y/N before an unpaid posting can go Open, shared by
      *> POST-JOB and JOB-MGMT's EDIT-POSTING (which ask them) and
      *> UNPAID-COMPLIANCE (which labels the answers). JOB-IMPORT
      *> takes the same seven answers, in this order, as one Y/N
      *> string per row. Wording is the legal office's; change it
      *> there first.
       01  JOB-ATTEST-QUESTIONS.
           05 FILLER PIC X(60) VALUE
              "Both sides understand there is no expectation of pay?".
           05 FILLER PIC X(60) VALUE
              "Training is like what an educational setting provides?".
           05 FILLER PIC X(60) VALUE
              "Tied to the intern's formal education (course/credit)?".
           05 FILLER PIC X(60) VALUE
              "Schedule accommodates the intern's academic calendar?".
           05 FILLER PIC X(60) VALUE
              "Duration limited to the period of beneficial learning?".
           05 FILLER PIC X(60) VALUE
              "Work complements, not displaces, paid employees' work?".
           05 FILLER PIC X(60) VALUE
              "No promise of a paid job at the end of the internship?".
       01  JOB-ATTEST-Q-TABLE REDEFINES JOB-ATTEST-QUESTIONS.
           05 JOB-ATTEST-Q PIC X(60) OCCURS 7 TIMES.
