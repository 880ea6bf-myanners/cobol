000070*        1 - OPERATOR   (CUSTOMER ENTRY AND MAINTENANCE)
000080*        2 - SUPERVISOR (EVERYTHING, INCLUDING THE ON-DEMAND
000090*                        CURSO-PROG3 RERUN AND OPERATOR
000092*                        MAINTENANCE - THEIR CUSTMNT DELETES
000093*                        AND STATUS CHANGES NEED NO APPROVAL)
000094*
000095*    MAINTAINED THROUGH THE OPERMNT PROGRAM (MENU, SUPERVISORS
000096*    ONLY) - THE FILE IS INDEXED, SO UNLIKE JOBSCHED IT CANNOT
