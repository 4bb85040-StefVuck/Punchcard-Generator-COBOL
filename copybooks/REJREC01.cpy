000535* ACCOUNT MASTER, 28 TRANSACTION ID ALREADY ACCEPTED ON A
000536* PRIOR RUN - SEE TIDREC01, 36 NO EXCHANGE RATE ON FILE FOR
000537* THE CURRENCY AND VALUE DATE OR THE CONVERSION OVERFLOWED -
000538* SEE RATREC01, 40 DEBIT WOULD TAKE THE LEDGER BALANCE PAST
000539* THE ACCOUNT'S CREDIT LIMIT - SEE ACTREC01, 44 VALUE DATE IN
000540* AN ACCOUNTING PERIOD ALREADY CLOSED - SEE PCLREC01, 48
000542* REVERSAL OF AN ORIGINAL NOT ON THE REGISTER FOR THAT ACCOUNT
000543* OR WITH NO POSTING FOUND ON THE REGISTER OR AUDIT TRAIL, 52
000544* REVERSAL OF AN ORIGINAL ALREADY REVERSED (OR ITSELF A
000546* REVERSAL) - SEE TIDREC01, 60
000551* LARGE-VALUE REFERRAL DECLINED BY A SUPERVISOR - SEE REFREC01)
000552* AND THE ORIGINAL TRANSACTION IMAGE EXACTLY AS IT ARRIVED ON
000600* TRANSIN, SO THE DATA-CONTROL CLERKS CAN CORRECT THE IMAGE AND
000700* FEED THE FILE BACK THROUGH SIMADRV'S PARM='REPROC' REPROCESS
000800* MODE THE SAME DAY.  THE IMAGE IS A TRNREC01 DETAIL RECORD,
000900* OR A REVERSAL RECORD EXACTLY AS IT WAS SENT.
001010*
001020* RJ-SEQ-NO IS THE TRANSACTION'S TRANSIN SEQUENCE NUMBER,
001030* EXCEPT FOR REJECTS OUT OF THE PENDTRN WAREHOUSE RELEASE
001060* A RUN AND DISJOINT FROM ANY FEED'S SEQUENCES.  ON A RESTART
001070* DEDUPE, MAINLINE REJECTS PAIR UP BY RJ-SEQ-NO; RELEASED
001080* REJECTS (900-MILLION BAND) ARE RE-STAMPED ON A RE-RELEASE
001090* AND MUST BE PAIRED BY THE TRANSACTION IMAGE INSTEAD.  REJECTS
001091* OUT OF THE REFERRAL RELEASE (DECLINED REFERRALS, AND APPROVED
001092* ONES THAT FAIL AN EDIT) ARE STAMPED THE SAME WAY FROM
001093* 800000001 UPWARDS AND ARE PAIRED THE SAME WAY.
001100*----------------------------------------------------------------
001200 01  REJECT-RECORD.
001300     05  RJ-SEQ-NO           PIC 9(09).
