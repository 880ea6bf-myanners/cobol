000060*    FILE, LIKE JOBSCHED - ADD A LINE PER HOLIDAY, IN ANY
000070*    ORDER.  READ BY CONCILIA: NO SCHEDULED JOB IS DUE ON A
000080*    HOLIDAY, SO A QUIET HOLIDAY NIGHT STOPS FLAGGING EVERY JOB
000090*    ON THE SCHEDULE.  ALSO READ BY OPERATIV, WHICH FLAGS
000092*    CUSTOMER CHANGES KEYED ON A HOLIDAY.  AN ABSENT FILE MEANS
000094*    NO HOLIDAYS.
000100*----------------------------------------------------------------
000110 01  HOLIDAY-RECORD.
000120     05  HD-HOLIDAY-DATE                 PIC X(08).
