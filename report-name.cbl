
       PROCEDURE DIVISION USING LK-RN-BASE-NAME LK-RN-DATED-PATH.
         Begin.
             CALL "BusinessDate" USING WS-RUN-DATE
             MOVE SPACES TO LK-RN-DATED-PATH
             STRING FUNCTION TRIM(LK-RN-BASE-NAME) "."
                 WS-RUN-DATE ".RPT"
