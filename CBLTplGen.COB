                ==CT-WO-DATE==    BY ==TP-WO-DATE==
                ==CT-WO-SEQ==     BY ==TP-WO-SEQ==
                ==CT-CURRENCY==   BY ==TP-CURRENCY==
                ==CT-LOAN-PERIODS== BY ==TP-LOAN-PERIODS==
                ==CT-OPERAND-SOURCES== BY ==TP-OPERAND-SOURCES==
                ==CT-NUM-1-SOURCE== BY ==TP-NUM-1-SOURCE==
                ==CT-NUM-1-NAME==   BY ==TP-NUM-1-NAME==
                ==CT-NUM-2-SOURCE== BY ==TP-NUM-2-SOURCE==
                ==CT-NUM-2-NAME==   BY ==TP-NUM-2-NAME==
                ==CT-RESULT-NAME==  BY ==TP-RESULT-NAME==
                ==CT-REVERSAL-DATA== BY ==TP-REVERSAL-DATA==
                ==CT-ORIG-WORK-ORDER== BY ==TP-ORIG-WORK-ORDER==
                ==CT-ORIG-WO-DATE== BY ==TP-ORIG-WO-DATE==
                ==CT-ORIG-WO-SEQ==  BY ==TP-ORIG-WO-SEQ==
                ==CT-GL-POST-FLAG== BY ==TP-GL-POST-FLAG==
                ==CT-GL-POST==      BY ==TP-GL-POST==
                ==CT-GL-ACCOUNT==   BY ==TP-GL-ACCOUNT==.
