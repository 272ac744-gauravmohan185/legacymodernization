000340*         FILE BECAUSE ITS BATCH HEADER WAS        *
000350*         REJECTED.                                *
000360*    24 = TRAILER WITH NO OPEN BATCH.              *
000370*    25 = CURRENCY CODE UNKNOWN - NO RATE FOR IT   *
000380*         ON THE EXCHANGE-RATE MASTER.             *
000390*    26 = NO EXCHANGE RATE ON FILE FOR THE         *
000400*         CURRENCY AND THE TRANSACTION'S DATE.     *
000410*    27 = HEADER CARRIES THE LIM-APPROVE SOURCE    *
000420*         (LIMAPPR) OR A BATCH ID STARTING "LA" -  *
000430*         BOTH ARE RESERVED FOR LIM-APPROVE'S OWN  *
000440*         RELEASED BATCHES.                        *
000450*****************************************************
000460 01  ERR-RECORD.
000470     05  ERR-REASON-CODE     PIC X(02).
000480     05  ERR-TRAN-IMAGE      PIC X(43).
