001000* Thanksgiving Thursday does
001100* not drag every ordinary
001200* Thursday's baseline down.
001214* The same dates are the bank
001228* holidays of the AP business-
001242* day calendar (PLBDAY01.CBL) -
001256* due dates, discount deadlines
001270* and ACH settlement dates step
001284* around them and weekends.
001300*---------------------------------
001400 FD  HOLIDAY-FILE
001500     LABEL RECORDS ARE STANDARD.
