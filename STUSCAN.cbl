002910*    09/02/26   JRT   VERIFY THE ENROLLMENT-STATUS FIELDS -      *
002920*                     STATUS MUST BE A/W/G/L/SPACE AND THE       *
002930*                     STATUS DATE NUMERIC OR SPACES (LEGACY)     *
002940*    10/15/26   JRT   A STUMERGE 'RETIRED' LOG ENTRY NETS AS A   *
002950*                     DELETE IN THE RECORD-COUNT RECONCILIATION  *
003000*                                                                *
003100*****************************************************************
003200
049000                 END-IF
049100                 IF MLG-RESULT-CODE = 'DELETED'
049200                         OR MLG-RESULT-CODE = 'BKODEL'
049250                         OR MLG-RESULT-CODE = 'RETIRED'
049300                     SUBTRACT 1 FROM WS-NET-MAINT-COUNT
049400                 END-IF
049500             END-IF
