      *****************************************************************
      * Copybook name:   IDDOCREC
      * Purpose:         Shared identity-document record layout for
      *                  the indexed IDDOCS.DAT file - one record per
      *                  document seen for a person, keyed by the
      *                  person's 13-digit JMBG, the document type and
      *                  the document number, so every document a
      *                  person holds reads back in key order from a
      *                  START on the JMBG. A blank expiry is a
      *                  document issued without one.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created so account opening can
      *                               record the identity card or
      *                               passport actually seen, not
      *                               only the JMBG and SSN
      *****************************************************************
           02 IdDocKey.
              03 IdDocJMBG         PIC   9(13).
              03 IdDocType         PIC   X.
                 88 IDDOC-IS-ID-CARD            VALUE "I".
                 88 IDDOC-IS-PASSPORT           VALUE "P".
                 88 IDDOC-TYPE-IS-KNOWN         VALUE "I" "P".
              03 IdDocNumber       PIC   X(12).
           02 IdDocAuthority       PIC   X(20).
           02 IdDocIssueDate       PIC   X(8).
           02 IdDocExpiryDate      PIC   X(8).
              88 IDDOC-HAS-NO-EXPIRY            VALUE SPACES.
           02 IdDocChangedDate     PIC   X(8).
           02 IdDocChangedBy       PIC   X(8).
