      *> ---------------------------------------------------------------
      *> CMPJRNL - control-file change journal, appended by CMPR019 for
      *> every maintenance transaction it applies (see CMPMNT) and
      *> never rewritten, so who changed which rule, suppression or
      *> control-card setting, when, and from what to what is always
      *> on record.  The batch jobs that change the suppression list
      *> append here too, with their program id as JRN-REQUESTER:
      *> CMPR009 for each entry it adds and CMPR018 for each entry it
      *> retires or drops as a repeat.  CMPR001 names on its summary
      *> the latest entry in effect for each file when the run started.
      *> ---------------------------------------------------------------
       01  CMPR-JOURNAL-RECORD.
           05  JRN-SEQ-NO              PIC 9(8).
      *>      ever-increasing across the whole journal; each writer
      *>      continues from the last entry on file
           05  JRN-TIMESTAMP           PIC X(21).
      *>      CURRENT-DATE style timestamp of the writing run
           05  JRN-REQUESTER           PIC X(8).
           05  JRN-TARGET              PIC X(1).
               88  JRN-TARGET-RULES       VALUE 'R'.
               88  JRN-TARGET-SUPPRESSION VALUE 'S'.
               88  JRN-TARGET-CONTROL     VALUE 'C'.
           05  JRN-ACTION              PIC X(1).
      *>      as MNT-TARGET and MNT-ACTION
           05  JRN-BEFORE-IMAGE        PIC X(150).
           05  JRN-AFTER-IMAGE         PIC X(150).
      *>      the target record before and after the change; spaces
      *>      before an add and after a delete
