           05 DM-DEPT-DESC   PIC X(20).
           05 DM-ACTIVE-FLAG PIC X.
           05 DM-COST-CENTRE PIC X(6).
           05 DM-HEAD-ID     PIC 999.
      *        EMP-ID OF THE DEPARTMENT HEAD WHO CERTIFIES THE
      *        DEPARTMENT'S LOGINS; 0 = NO HEAD, SUPERVISORS CERTIFY
