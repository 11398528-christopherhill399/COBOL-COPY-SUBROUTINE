       FD  PAYROLL-MASTER-FILE.
       01  PAYROLL-MASTER-RECORD.
           05  PAY-SSN-IN          PIC 9(9).
           05  PAY-MASTER-REST-IN  PIC X(223).

       FD  ASSET-BACKUP-1-FILE RECORDING MODE IS F.
       01  ASSET-BACKUP-1-RECORD        PICTURE X(280).

       FD  ASSET-BACKUP-2-FILE RECORDING MODE IS F.
       01  ASSET-BACKUP-2-RECORD        PICTURE X(280).

       FD  ASSET-BACKUP-3-FILE RECORDING MODE IS F.
       01  ASSET-BACKUP-3-RECORD        PICTURE X(280).

       FD  PAYROLL-BACKUP-1-FILE RECORDING MODE IS F.
       01  PAYROLL-BACKUP-1-RECORD      PICTURE X(280).

       FD  PAYROLL-BACKUP-2-FILE RECORDING MODE IS F.
       01  PAYROLL-BACKUP-2-RECORD      PICTURE X(280).

       FD  PAYROLL-BACKUP-3-FILE RECORDING MODE IS F.
       01  PAYROLL-BACKUP-3-RECORD      PICTURE X(280).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  PBK2-FILE-STATUS-WS     PICTURE XX    VALUE SPACES.
           05  PBK3-FILE-STATUS-WS     PICTURE XX    VALUE SPACES.

       01  COPY-RECORD-WS              PICTURE X(280).

       01  RUNLOG-REQUEST-WS.
           05  PROGRAM-NAME-OUT-WS      PICTURE X(8)  VALUE 'MSTRBKUP'.
