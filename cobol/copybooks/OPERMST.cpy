      *  OPERMST - OPERATOR AUTHORIZATION MASTER LAYOUT (OPERMST)
      *  ONE RECORD PER OPERATOR WHO MAY APPEAR AS RC-OPERATOR-ID
      *  ON THE RUN CONTROL. OP-AUTH-LEVEL GATES PRIVILEGED BATCH
      *  ACTIONS: LEVEL 3 FOR ACCOUNT MAINTENANCE, HOLD MAINTENANCE
      *  AND THE ADDRERUN FORCE FLAG, LEVEL 5 FOR A BACKOUT1
      *  REVERSAL OR TO RELEASE OR REDUCE A GARNISHMENT. COPY THIS
      *  MEMBER INTO THE FD FOR OPER-MASTER-FILE, THEN COPY OPAUTH
      *  INTO WORKING-STORAGE AND OPAUTHP INTO THE PROCEDURE
      *  DIVISION AND PERFORM CHECK-OPER-AUTH-RTN.
