       IDENTIFICATION DIVISION.
       PROGRAM-ID. seclog.
      * Shared security violation writer, in the same pattern as
      * joblog. A maintenance utility that refuses a transaction for
      * want of authority CALLs this with its program name, the
      * operator id, the transaction action, the refusal reason and
      * the key the operator tried to touch; one timestamped record
      * is appended to the common EULRSECV file, which the daily
      * security violations report lists for the supervisor.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Secviol-File ASSIGN TO "EULRSECV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-Secv-Status.
       DATA DIVISION.
       FILE SECTION.
       COPY "SECV-REC.cpy".
       WORKING-STORAGE SECTION.
       01 WS-Secv-Status PIC XX.
       LINKAGE SECTION.
       01 LS-Program PIC X(8).
       01 LS-Operator PIC X(8).
       01 LS-Action PIC X.
       01 LS-Reason PIC X(24).
       01 LS-Detail PIC X(45).
       PROCEDURE DIVISION USING LS-Program LS-Operator LS-Action
           LS-Reason LS-Detail.
       OPEN EXTEND Secviol-File
       IF WS-Secv-Status EQUAL "35"
           OPEN OUTPUT Secviol-File
           CLOSE Secviol-File
           OPEN EXTEND Secviol-File
       END-IF
       MOVE FUNCTION CURRENT-DATE(1:14) TO SEC-Timestamp
       MOVE LS-Program TO SEC-Program
       MOVE LS-Operator TO SEC-Operator
       MOVE LS-Action TO SEC-Action
       MOVE LS-Reason TO SEC-Reason
       MOVE LS-Detail TO SEC-Detail
       WRITE Secviol-Record
       CLOSE Secviol-File
       GOBACK.
