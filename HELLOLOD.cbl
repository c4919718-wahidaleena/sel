002980*  2026-09-02  RLB  THE POSTED DEBIT/CREDIT DIRECTION NOW       *
002985*                   CARRIED ON THE SEQUENTIAL HISTORY IS        *
002990*                   LOADED INTO THE KEYED RECORD AS WELL.       *
002993*  2026-10-15  RLB  ITER-POSTED-TO IS LOADED INTO THE KEYED     *
002996*                   RECORD AS WELL.                             *
003000*                                                               *
003100*****************************************************************

014100     MOVE ITER-TRAN-AMOUNT   TO ITERV-TRAN-AMOUNT.
014200     MOVE ITER-RUN-TYPE      TO ITERV-RUN-TYPE.
014210     MOVE ITER-TRAN-DC       TO ITERV-TRAN-DC.
014230     MOVE ITER-POSTED-TO     TO ITERV-POSTED-TO.

014250*    ANY STATUS SHORT OF CLEAN - DUPLICATE KEY OR OTHERWISE -
014260*    IS A REJECT, SO A VSAM SPACE OR I/O FAILURE CANNOT SLIP
