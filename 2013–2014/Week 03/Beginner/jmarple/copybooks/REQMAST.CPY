000160* (THE ROLE THE OLD *DEFAULT DISTCTL CARD PLAYED); IT IS NEVER
000170* VALID AS A RECORD'S OWN REQUESTER.
000180*
000181* REQDAILYQUOTA CAPS THE ROTATION LINES ROTATETEXT WILL PRODUCE
000182* FOR THE REQUESTER'S NORMAL-PRIORITY (PRIORITYCODE 9) WORK IN ONE
000183* NIGHT; ONCE REACHED, THE REST OF THAT WORK IS DEFERRED TO THE
000184* NEXT NIGHT. EXPEDITE WORK IS NEVER DEFERRED. ZERO MEANS NO
000185* QUOTA.
000186*
000190* MAINTAINED BY THE ROTRQSTR CONTROL-CARD JOB, AND ONE ENTRY AT A
000200* TIME FROM THE ROTSCRN HELP-DESK SCREEN UNDER THE SAME CHANGE
000201* RULES. ENTRIES ARE DEACTIVATED (REQACTIVEFLAG = N), NEVER
000202* DELETED -- HISTORY AND OLD REPORTS STILL NAME THE CODE.
000220*
000230* MOD-HISTORY:
000240*   2026-09-02 JRM  ORIGINAL VERSION.
000241*   2026-10-14 JRM  ADDED REQDAILYQUOTA OUT OF THE FILLER (LRECL
000242*                   UNCHANGED AT 80). EXISTING ENTRIES CARRY
000243*                   SPACES THERE, WHICH READ AS NO QUOTA.
000244*   2026-10-14 JRM  ROTSCRN NOW CHANGES ENTRIES AS WELL.
000250*----------------------------------------------------------------*
000260 01  RequesterMaster.
000270     02  ReqCode                     PIC X(08).
000310     02  ReqActiveFlag               PIC X(01).
000320         88  ReqActive                          VALUE "Y".
000330         88  ReqInactive                        VALUE "N".
000340     02  ReqDailyQuota               PIC 9(07).
000350     02  FILLER                      PIC X(13).
