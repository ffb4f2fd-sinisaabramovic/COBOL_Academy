      *****************************************************************
      * Program name:    GETGUARD
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the shared guardian
      *                               address lookup - callers pass a
      *                               child's JMBG and get back the
      *                               name and postal address of the
      *                               first guardian on PERSREL.DAT
      *                               who is still registered and is
      *                               a customer with an address on
      *                               file, so the school letters
      *                               reach a parent instead of the
      *                               child
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GETGUARD.
       AUTHOR. SINISA ABRAMOVIC.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERS-RELATION ASSIGN TO "PERSREL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RelChildJMBG
               FILE STATUS IS WS-PERSREL-STATUS.
           SELECT PERSON-MASTER ASSIGN TO "PERSMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PersonJMBG
               FILE STATUS IS WS-PERSMAST-STATUS.
           SELECT PERS-CUST-LINK ASSIGN TO "PERSCUST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LinkJMBG
               FILE STATUS IS WS-LINK-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustomerID
               ALTERNATE RECORD KEY IS CustomerName
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERS-RELATION.
       01 PersonRelation.
           COPY PRELREC.

       FD  PERSON-MASTER.
       01 Person.
           COPY PERSREC.

       FD  PERS-CUST-LINK.
       01 PersCustLink.
           COPY PCLNKREC.

       FD  CUSTOMER-MASTER.
       01 Customer.
           COPY CUSTREC.

       WORKING-STORAGE SECTION.
       01 WS-PERSREL-STATUS        PIC XX VALUE "00".
           88 PERSREL-OK                      VALUE "00".
       01 WS-PERSMAST-STATUS       PIC XX VALUE "00".
           88 PERSMAST-OK                     VALUE "00".
       01 WS-LINK-STATUS           PIC XX VALUE "00".
           88 LINK-FILE-OK                    VALUE "00".
       01 WS-CUSTMAST-STATUS       PIC XX VALUE "00".
           88 CUSTMAST-OK                     VALUE "00".
       01 WS-RELATION-FOUND-FLAG   PIC X  VALUE "N".
           88 RELATION-WAS-FOUND          VALUE "Y".
       01 WS-GUARDIAN-IDX          PIC 9.

       LINKAGE SECTION.
       01 LGuard-Child-JMBG        PIC 9(13).
       01 LGuard-Address.
           02 LGuard-Found-Flag    PIC X.
              88 GUARDIAN-WAS-FOUND          VALUE "Y".
           02 LGuard-JMBG          PIC 9(13).
           02 LGuard-Customer-ID   PIC 9(6).
           02 LGuard-Name          PIC X(20).
           02 LGuard-Street        PIC X(30).
           02 LGuard-City          PIC X(20).
           02 LGuard-Postal-Code   PIC X(10).

       PROCEDURE DIVISION USING LGuard-Child-JMBG, LGuard-Address.
           MOVE "N" TO LGuard-Found-Flag
           MOVE 0 TO LGuard-JMBG
           MOVE 0 TO LGuard-Customer-ID
           MOVE SPACES TO LGuard-Name
           MOVE SPACES TO LGuard-Street
           MOVE SPACES TO LGuard-City
           MOVE SPACES TO LGuard-Postal-Code
           MOVE "N" TO WS-RELATION-FOUND-FLAG

           OPEN INPUT PERS-RELATION
           IF PERSREL-OK
              MOVE LGuard-Child-JMBG TO RelChildJMBG
              READ PERS-RELATION
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET RELATION-WAS-FOUND TO TRUE
              END-READ
              CLOSE PERS-RELATION
           END-IF

           IF RELATION-WAS-FOUND
              OPEN INPUT PERSON-MASTER
              OPEN INPUT PERS-CUST-LINK
              OPEN INPUT CUSTOMER-MASTER
              IF PERSMAST-OK AND LINK-FILE-OK AND CUSTMAST-OK
                 PERFORM VARYING WS-GUARDIAN-IDX FROM 1 BY 1
                         UNTIL WS-GUARDIAN-IDX > 2
                            OR GUARDIAN-WAS-FOUND
                    IF RelGuardianJMBG(WS-GUARDIAN-IDX) NOT = 0
                       PERFORM RESOLVE-ONE-GUARDIAN
                    END-IF
                 END-PERFORM
              END-IF
              CLOSE PERSON-MASTER
              CLOSE PERS-CUST-LINK
              CLOSE CUSTOMER-MASTER
           END-IF.

           EXIT PROGRAM.

      *****************************************************************
      * A guardian since deregistered, never turned into a customer,
      * or with no street on file cannot be written to - the next
      * guardian is tried, and the caller falls back to the child.
      *****************************************************************
       RESOLVE-ONE-GUARDIAN.
           MOVE RelGuardianJMBG(WS-GUARDIAN-IDX) TO PersonJMBG
           READ PERSON-MASTER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF PERSON-IS-REGISTERED
                    MOVE PersonJMBG TO LinkJMBG
                    READ PERS-CUST-LINK
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          PERFORM READ-GUARDIAN-CUSTOMER
                    END-READ
                 END-IF
           END-READ.

       READ-GUARDIAN-CUSTOMER.
           MOVE LinkCustomerID TO CustomerID
           READ CUSTOMER-MASTER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF CustStreet NOT = SPACES
                    SET GUARDIAN-WAS-FOUND TO TRUE
                    MOVE PersonJMBG     TO LGuard-JMBG
                    MOVE CustomerID     TO LGuard-Customer-ID
                    MOVE CustomerName   TO LGuard-Name
                    MOVE CustStreet     TO LGuard-Street
                    MOVE CustCity       TO LGuard-City
                    MOVE CustPostalCode TO LGuard-Postal-Code
                 END-IF
           END-READ.
