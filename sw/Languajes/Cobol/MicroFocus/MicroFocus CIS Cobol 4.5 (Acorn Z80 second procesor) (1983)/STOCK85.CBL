               MOVE "LOCKED" TO DL-EVENT
               ADD 1 TO LOCK-COUNT.
           IF SG-EVENT = "C" MOVE "PWD CHNGE" TO DL-EVENT.
           IF SG-EVENT = "D" MOVE "DUPLICATE" TO DL-EVENT.
           IF SG-EVENT = "O" MOVE "SIGN OFF" TO DL-EVENT.
           MOVE DETAIL-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           DISPLAY DETAIL-LINE.
