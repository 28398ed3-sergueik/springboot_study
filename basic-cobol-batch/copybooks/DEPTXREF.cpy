      *
      *   AMS DEPARTMENT TO STORE DEPARTMENT CROSS-REFERENCE - ONE
      *   ENTRY PER AMS Department CODE.  DX-AMS-DEPT MATCHES THE
      *   4-CHARACTER Department ON THE AMS PO-Record AND
      *   OP-DEPARTMENT ON THE OPEN-PO MASTER; DX-DEPT-NO MATCHES
      *   DEPTMAST-DEPT-NO AND DTAR020-DEPT-NO, SO ORDERS CAN BE SET
      *   AGAINST STORE SALES AND PLANS.  SEVERAL AMS CODES MAY MAP
      *   TO ONE STORE DEPARTMENT.  MAINTAINED BY AMS310.
      *
       01  DEPTXREF-RECORD.
           05  DX-AMS-DEPT                PIC X(04).
           05  DX-DEPT-NO                 PIC S9(03)    COMP-3.
           05  DX-LAST-CHANGED-DATE       PIC 9(08).
