      *                   outcome BRKR until the QQ1C0040 panel        *
      *                   resets it, PF9). Trip and reset are both     *
      *                   journaled to QQ1CTLL.                        *
      *      'OUTBOX  ' - QQ1OUTB redelivery: RGC-VALUE is the QQRD   *
      *                   retry interval in seconds (zero or no row   *
      *                   = 60), RGC-FLAG 'Y' = a QQRD cycle is       *
      *                   scheduled. QQ1C0021 arms it when it parks   *
      *                   an item; QQ1C0090 clears it once the outbox *
      *                   is empty.                                    *
      *      'CANARY  ' - RGC-FLAG 'Y' keeps the QQCN canary          *
      *                   (QQ1C0096) running; RGC-VALUE is its        *
      *                   interval in minutes (zero = 5, at most a    *
      *                   day). With the flag off the next cycle ends *
      *                   without rescheduling; QQCN from a terminal  *
      *                   (or the region restart) starts it again.    *
      *      'FAULT   ' - RGC-FLAG 'Y' means a QQ1FLTI injection      *
      *                   fault is armed; RGC-VALUE is its fault      *
      *                   number. Set by QQ1C0041 when a second       *
      *                   operator approves the arming, cleared by    *
      *                   the QQ1C0099 disarm; QQ1C0021 reads it on   *
      *                   every admitted run. Both are journaled.     *
      *      'WATCHDOG' - RGC-FLAG 'Y' keeps the QQWD hung-run        *
      *                   watchdog (QQ1C0100) running; RGC-VALUE is   *
      *                   its interval in minutes (zero = 5, at most  *
      *                   a day). Off ends the cycle like CANARY.     *
      *      'HUNGRUN ' - RGC-VALUE is the in-flight limit in seconds *
      *                   (zero or no row = 600) past which the       *
      *                   watchdog flags a run as hung; RGC-FLAG 'Y'  *
      *                   also has it purge the hung task. Every      *
      *                   watchdog correction is journaled.           *
      *    RGC-VALUE2 and the who/when stamp hold each control's      *
      *    bookkeeping; unused fields stay spare capacity.            *
      *----------------------------------------------------------------*
