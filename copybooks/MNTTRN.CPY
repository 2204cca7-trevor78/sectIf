001370*    09/02/26   JRT   MNT-ENROLL-STATUS CARVED FROM THE FILLER   *
001380*                     - A (OR SPACE) / W / G / L; STUEDIT        *
001390*                     BOUNCES ANYTHING ELSE                      *
001391*    10/15/26   JRT   MNT-OPERATOR-ID ADDED AT THE END OF THE    *
001392*                     RECORD (94 TO 102 BYTES) - THE SUBMITTING  *
001393*                     OPERATOR, CHECKED BY STUEDIT AGAINST THE   *
001394*                     OPERATOR AUTHORIZATION TABLE (OPRREC) AND  *
001395*                     STAMPED INTO MNT-LOG BY STUMAINT           *
001396*                                                                *
001400*****************************************************************
001500 01  MNT-TRANSACTION-RECORD.
001600     05  MNT-TRANS-CODE                   PIC X(01).
003800     05  MNT-ACADEMIC-PROGRAM-CD          PIC X(03).
003900     05  MNT-ENROLL-STATUS                PIC X(01).
004000     05  FILLER                           PIC X(02).
004100     05  MNT-OPERATOR-ID                  PIC X(08).
