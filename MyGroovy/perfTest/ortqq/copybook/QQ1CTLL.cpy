      *    control files. One record is written per change applied     *
      *    online to QQ1SLAT (QQ1C0031) or QQ1CALP (QQ1C0032),         *
      *    recording who changed which row of which file, when, and    *
      *    the record image as applied (or as deleted). QQ1C0040 and  *
      *    QQ1C0041 log QQ1RGCT, QQ1TMODE and QQ1DIALT changes the     *
      *    same way. QQ1B0041 replays the log backwards to restore a   *
      *    file; a task that logs several rows numbers them apart in   *
      *    the timestamp's microsecond digits, and an applied restore  *
      *    is logged once more under file 'QQ1RSTP '.                  *
      *----------------------------------------------------------------*
       01  QQ1CTLL-RECORD.
           05  CTLL-KEY.
