      *----------------------------------------------------------*
      *  FXRTB - SHARED WORKING-STORAGE FOR THE EXCHANGE-RATE
      *  TABLE. COPY THIS MEMBER INTO WORKING-STORAGE AND FXRTBP
      *  INTO THE PROCEDURE DIVISION. PERFORM
      *  LOAD-FX-RATE-TABLE-RTN ONCE, THEN MOVE A CURRENCY CODE TO
      *  WS-FX-LOOKUP-CCY AND PERFORM FIND-FX-RATE-RTN - WHEN
      *  WS-FX-FOUND THE RATE (BASE UNITS PER ONE UNIT OF THE
      *  CURRENCY) COMES BACK IN WS-FX-LOOKUP-RATE. SPACES AND
      *  WS-FX-BASE-CURRENCY ARE ALWAYS FOUND AT A RATE OF 1.
      *----------------------------------------------------------*
       01  WS-FX-BASE-CURRENCY             PIC X(3) VALUE "USD".
       01  WS-FX-STATUS                    PIC XX.
       01  WS-FX-EOF-FLAG                  PIC X VALUE "N".
           88  WS-FX-EOF                   VALUE "Y".
       01  WS-FX-MAX                       PIC 9(3) VALUE 100.
       01  WS-FX-COUNT                     PIC 9(3) VALUE ZERO.
       01  WS-FX-SUB                       PIC 9(3) VALUE ZERO.
       01  WS-FX-TABLE.
           05  WS-FX-ENTRY OCCURS 100 TIMES.
               10  WS-FR-CURRENCY          PIC X(3).
               10  WS-FR-RATE-DATE         PIC 9(8).
               10  WS-FR-RATE              PIC 9(5)V9(6).
       01  WS-FX-LOOKUP-CCY                PIC X(3) VALUE SPACES.
       01  WS-FX-LOOKUP-RATE               PIC 9(5)V9(6) VALUE ZERO.
       01  WS-FX-FOUND-FLAG                PIC X VALUE "N".
           88  WS-FX-FOUND                 VALUE "Y".
