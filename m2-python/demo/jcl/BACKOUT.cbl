                                  ==HIS-POSTING==   BY ==HIN-POSTING==  00014100
                                  ==HIS-INTEREST==  BY ==HIN-INTEREST== 00014200
                                  ==HIS-BACKOUT==   BY ==HIN-BACKOUT==  00014300
                                  ==HIS-SVCCHG==    BY ==HIN-SVCCHG==   00014350
                                  ==HIS-DEBITINT==  BY ==HIN-DEBITINT== 00014366
                                  ==HIS-CHGOFF==    BY ==HIN-CHGOFF==   00014382
                                  ==HIS-FINALINT==  BY ==HIN-FINALINT== 00014388
                                  ==HIS-PAYOUT==    BY ==HIN-PAYOUT==   00014394
                                  ==HIS-BEFORE==    BY ==HIN-BEFORE==   00014400
                                  ==HIS-AFTER==     BY ==HIN-AFTER==    00014500
                                  ==HIS-ACCTNO==    BY ==HIN-ACCTNO==.  00014600
